*> diyet.cbl
*> Misafir diyet ve alerji kaydi. Alerjiler ve diyet istekleri
*> (glutensiz, fistik alerjisi, vegan, helal) rez-not1/rez-not2'ye
*> serbest metin yaziliyor, mutfaga da restoran hostuna da
*> ulasmiyordu; fistik alerjisinde ramak kala yasandi. Kodlu
*> kayit DIYET'te rezervasyon + misafir sirasi ile tutulur:
*>   - lk-mod-kaydet: rezervasyonda (lk-kaynak "R") ya da
*>     check-in'de ("C") misafirin kodlari girilir (lk-sira 0 ise
*>     yeni misafir satiri acilir). Kod, kod tablosunda yoksa
*>     lk-hatali-kod ile reddedilir. TC/pasaport no verilmisse
*>     FIHRIST profili de ayni kodlarla guncellenir (kart yoksa
*>     acilir) - profil misafirin kalici diyet bilgisidir,
*>   - lk-mod-aktar: rezervasyon/check-in ekrani misafirin TC'siyle
*>     cagirir; FIHRIST profilinde kod varsa ve bu rezervasyonda
*>     o misafirin satiri yoksa kodlar "F" kaynakli satir olarak
*>     tasinir (tekrar gelen misafir yeniden sorulmadan taninir),
*>   - lk-mod-sorgu: rezervasyonun tum satirlari birlestirilir;
*>     kodlar, kod basina kisi sayisi ve uyari sinifi (lk-uyari
*>     "A" alerji / "D" yalniz diyet tercihi) doner. Mutfak
*>     tahmini (mutfak.cbl), restoran kapisi (yemekhak.cbl) ve
*>     a la carte listesi (alakart.cbl) buradan okur,
*>   - lk-mod-sil: yanlis girilen misafir satiri silinir.
*> Her degisiklikte rez-diyet-durum ozeti yenilenir; digerleri
*> yalniz ozet dolu rezervasyon icin bu programi cagirir.
*> Kod tablosu asagidaki varsayilanlardir; diyet.prm satirlari
*> (kod;aciklama;sinif - sinif A alerji, D diyet) ekler ya da
*> ayni kodun tanimini degistirir.
program-id. diyet is initial program.
environment division.
input-output section.
file-control.
     copy "diyet.sel.cpy".

     copy "fihrist.sel.cpy".

     copy "rez.sel.cpy".

     select diyet-param assign to random
            diyet-param-dosya
            organization line sequential
            file status is fs-param.

data division.
file section.
 copy "diyet.lib.cpy".

 copy "fihrist.lib.cpy".

 copy "rez.lib.cpy".

fd  diyet-param.
01  param-satir                  pic x(80).

working-storage section.
01  diyet-dosya                  pic x(200) value "diyet.dat".
01  fihrist-dosya                pic x(200) value "fihrist.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  diyet-param-dosya            pic x(200) value "diyet.prm".
01  fs-diyet                     pic xx.
01  fs-fihrist                   pic xx.
01  fs-rez                       pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-sira                       pic 9(02).
01  w-kod-ix                     pic 9(02).
01  w-kod-ix2                    pic 9(02).
01  w-bos-ix                     pic 9(02).
01  w-tnm-ix                     pic 9(02).
01  w-bulundu                    pic x(01).
01  w-misafir-var                pic x(01).
01  w-aranan-kod                 pic x(04).

01  w-p-alan1                    pic x(10).
01  w-p-alan2                    pic x(30).
01  w-p-alan3                    pic x(10).

*> varsayilan kod tablosu (A alerji - kapida uyari, D diyet)
01  w-varsayilan-kodlar.
    02  filler pic x(35) value "GLUTGLUTENSIZ / COLYAK          A".
    02  filler pic x(35) value "FISTKURUYEMIS / FISTIK ALERJISI A".
    02  filler pic x(35) value "SUT SUT / LAKTOZ                A".
    02  filler pic x(35) value "YUMRYUMURTA ALERJISI            A".
    02  filler pic x(35) value "DENZDENIZ URUNU / KABUKLU       A".
    02  filler pic x(35) value "SOYASOYA ALERJISI               A".
    02  filler pic x(35) value "SUSMSUSAM ALERJISI              A".
    02  filler pic x(35) value "VEGNVEGAN                       D".
    02  filler pic x(35) value "VEJTVEJETARYEN                  D".
    02  filler pic x(35) value "HELLHELAL                       D".
    02  filler pic x(35) value "KOSRKOSER                       D".
    02  filler pic x(35) value "DIYBDIYABETIK / SEKERSIZ        D".
01  filler redefines w-varsayilan-kodlar.
    02  w-vrs                    occurs 12 times.
        03  w-vrs-kodu           pic x(04).
        03  w-vrs-aciklama       pic x(30).
        03  w-vrs-sinif          pic x(01).

01  w-tnm-sayisi                 pic 9(02).
01  w-tnm-tablosu.
    02  w-tnm                    occurs 60 times.
        03  w-tnm-kodu           pic x(04).
        03  w-tnm-aciklama       pic x(30).
        03  w-tnm-sinif          pic x(01).
            88  w-tnm-alerji         value "A".

linkage section.
01  diyet-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-kaydet            value "K".
        88  lk-mod-aktar             value "A".
        88  lk-mod-sorgu             value "S".
        88  lk-mod-sil               value "D".
    02  lk-rez-no                pic 9(08).
*>   misafir satiri (kaydet'te 0 ise yeni satir; yeni sira doner)
    02  lk-sira                  pic 9(02).
    02  lk-tc-no                 pic x(11).
    02  lk-adi                   pic x(20).
    02  lk-soyadi                pic x(20).
*>   kaydet: girilen kodlar; aktar/sorgu: rezervasyonun kodlari
    02  lk-kodlar.
        03  lk-kod               pic x(04) occurs 8 times.
    02  lk-kod-kisileri.
        03  lk-kod-kisi          pic 9(02) occurs 8 times.
    02  lk-notu                  pic x(60).
    02  lk-kaynak                pic x(01).
    02  lk-kllnc                 pic x(10).
*>   " " kayit yok, "D" diyet tercihi, "A" alerji
    02  lk-uyari                 pic x(01).
    02  lk-hatali-kod            pic x(04).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using diyet-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move spaces to lk-hatali-kod
     open i-o diyet
     if fs-diyet = "35"
        close diyet
        open output diyet
        close diyet
        open i-o diyet
     end-if
     if fs-diyet not = "00"
        close diyet
        set lk-sonuc-hata to true
        goback
     end-if
     evaluate true
        when lk-mod-kaydet perform kaydet-isle
        when lk-mod-aktar  perform aktar-isle
        when lk-mod-sorgu  perform sorgu-isle
        when lk-mod-sil    perform sil-isle
        when other         set lk-sonuc-hata to true
     end-evaluate
     close diyet
     goback.

*> ---------------------------------------------------------------
*> kod tablosu
*> ---------------------------------------------------------------
 kod-tablosu-kur.
     move 0 to w-tnm-sayisi
     perform varsayilan-kod
             varying w-kod-ix from 1 by 1 until w-kod-ix > 12
     open input diyet-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close diyet-param
     .

 varsayilan-kod.
     add 1 to w-tnm-sayisi
     move w-vrs (w-kod-ix) to w-tnm (w-tnm-sayisi)
     .

 param-satiri.
     read diyet-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00"
     or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-alan1 w-p-alan2 w-p-alan3
     unstring param-satir delimited by ";"
              into w-p-alan1 w-p-alan2 w-p-alan3
     end-unstring
     move w-p-alan1 to w-aranan-kod
     perform tanim-bul
     if w-bulundu = "H"
        if w-tnm-sayisi >= 60
           exit paragraph
        end-if
        add 1 to w-tnm-sayisi
        move w-tnm-sayisi to w-tnm-ix
     end-if
     move w-aranan-kod to w-tnm-kodu (w-tnm-ix)
     move w-p-alan2    to w-tnm-aciklama (w-tnm-ix)
     move w-p-alan3    to w-tnm-sinif (w-tnm-ix)
     if not w-tnm-alerji (w-tnm-ix)
        move "D" to w-tnm-sinif (w-tnm-ix)
     end-if
     .

*> w-aranan-kod'un tanim satiri (w-tnm-ix)
 tanim-bul.
     move "H" to w-bulundu
     perform tanim-ara
             varying w-tnm-ix from 1 by 1
             until w-tnm-ix > w-tnm-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-tnm-ix
     end-if
     .

 tanim-ara.
     if w-tnm-kodu (w-tnm-ix) = w-aranan-kod
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> kaydet: rezervasyon misafir satiri + FIHRIST profili
*> ---------------------------------------------------------------
 kaydet-isle.
     perform kod-tablosu-kur
     perform kod-denetle
             varying w-kod-ix from 1 by 1 until w-kod-ix > 8
     if lk-hatali-kod not = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-kodlar = spaces and lk-notu = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open i-o rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-rez-no to rez-no
     read rez
          invalid
              set lk-sonuc-hata to true
     end-read
     if lk-sonuc-hata
        close rez
        exit paragraph
     end-if
     if lk-sira = 0
        perform son-sira-bul
        initialize dyt-rec
        move lk-rez-no to dyt-rez-no
        move w-sira    to dyt-sira
     else
        move lk-rez-no to dyt-rez-no
        move lk-sira   to dyt-sira
        read diyet
             invalid
                 set lk-sonuc-hata to true
        end-read
     end-if
     if lk-sonuc-hata
        close rez
        exit paragraph
     end-if
     move lk-tc-no    to dyt-tc-no
     move lk-adi      to dyt-adi
     move lk-soyadi   to dyt-soyadi
     perform satira-kod-tasi
             varying w-kod-ix from 1 by 1 until w-kod-ix > 8
     move lk-notu     to dyt-notu
     move lk-kaynak   to dyt-kaynak
     if not dyt-check-inde
        set dyt-rezervasyonda to true
     end-if
     move w-bugun     to dyt-tarih
     move lk-kllnc    to dyt-kllnc
     if lk-sira = 0
        write dyt-rec invalid set lk-sonuc-hata to true end-write
        move dyt-sira to lk-sira
     else
        rewrite dyt-rec invalid set lk-sonuc-hata to true end-rewrite
     end-if
     if lk-sonuc-tamam and lk-tc-no not = spaces
        perform profil-guncelle
     end-if
     perform rez-ozeti-yenile
     close rez
     .

 kod-denetle.
     if lk-kod (w-kod-ix) = spaces
        exit paragraph
     end-if
     move lk-kod (w-kod-ix) to w-aranan-kod
     perform tanim-bul
     if w-bulundu = "H" and lk-hatali-kod = spaces
        move lk-kod (w-kod-ix) to lk-hatali-kod
     end-if
     .

 satira-kod-tasi.
     move lk-kod (w-kod-ix) to dyt-kod (w-kod-ix)
     .

*> rezervasyonun son misafir sirasi + 1 (w-sira)
 son-sira-bul.
     move 0 to w-sira
     move lk-rez-no to dyt-rez-no
     move 99        to dyt-sira
     start diyet key is less than dyt-anah
           invalid move "10" to fs-diyet
     end-start
     if fs-diyet = "00"
        read diyet previous record
             at end move "10" to fs-diyet
        end-read
     end-if
     if fs-diyet = "00" and dyt-rez-no = lk-rez-no
        move dyt-sira to w-sira
     end-if
     add 1 to w-sira
     move "00" to fs-diyet
     .

 profil-guncelle.
     open i-o fihrist
     if fs-fihrist not = "00"
        close fihrist
        exit paragraph
     end-if
     move lk-tc-no to fih-tc-no
     read fihrist
          invalid
              initialize fih-rec
              move lk-tc-no  to fih-tc-no
              move lk-adi    to fih-adi
              move lk-soyadi to fih-soyadi
              move "10" to fs-fihrist
     end-read
     perform profile-kod-tasi
             varying w-kod-ix from 1 by 1 until w-kod-ix > 8
     move lk-notu to fih-diyet-notu
     move w-bugun to fih-diyet-tarih
     if fs-fihrist = "10"
        write fih-rec invalid continue end-write
     else
        rewrite fih-rec invalid continue end-rewrite
     end-if
     close fihrist
     .

 profile-kod-tasi.
     move lk-kod (w-kod-ix) to fih-diyet-kod (w-kod-ix)
     .

*> ---------------------------------------------------------------
*> aktar: FIHRIST profilinden rezervasyona
*> ---------------------------------------------------------------
 aktar-isle.
     if lk-tc-no = spaces
        perform sorgu-isle
        exit paragraph
     end-if
     open input fihrist
     move lk-tc-no to fih-tc-no
     read fihrist
          invalid move "23" to fs-fihrist
     end-read
     close fihrist
     if fs-fihrist not = "00"
     or fih-diyet-kod (1) = spaces
        perform sorgu-isle
        exit paragraph
     end-if
     move "H" to w-misafir-var
     move lk-rez-no to dyt-rez-no
     move 0         to dyt-sira
     start diyet key is not less than dyt-anah
           invalid move "10" to fs-diyet
     end-start
     perform misafir-satiri-ara
             until fs-diyet = "10"
     move "00" to fs-diyet
     if w-misafir-var = "E"
        perform sorgu-isle
        exit paragraph
     end-if
     open i-o rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-rez-no to rez-no
     read rez
          invalid
              close rez
              set lk-sonuc-hata to true
              exit paragraph
     end-read
     perform son-sira-bul
     initialize dyt-rec
     move lk-rez-no   to dyt-rez-no
     move w-sira      to dyt-sira
     move fih-tc-no   to dyt-tc-no
     move fih-adi     to dyt-adi
     move fih-soyadi  to dyt-soyadi
     perform profilden-kod-tasi
             varying w-kod-ix from 1 by 1 until w-kod-ix > 8
     move fih-diyet-notu to dyt-notu
     set dyt-fihristten to true
     move w-bugun     to dyt-tarih
     move lk-kllnc    to dyt-kllnc
     write dyt-rec invalid set lk-sonuc-hata to true end-write
     move w-sira to lk-sira
     perform rez-ozeti-yenile
     close rez
     .

 profilden-kod-tasi.
     move fih-diyet-kod (w-kod-ix) to dyt-kod (w-kod-ix)
     .

 misafir-satiri-ara.
     read diyet next record
          at end move "10" to fs-diyet
     end-read
     if fs-diyet not = "00" and fs-diyet not = "02"
        move "10" to fs-diyet
     end-if
     if fs-diyet = "00"
        if dyt-rez-no not = lk-rez-no
           move "10" to fs-diyet
        else
           if dyt-tc-no = lk-tc-no
              move "E" to w-misafir-var
              move "10" to fs-diyet
           end-if
        end-if
     end-if
     .

*> ---------------------------------------------------------------
*> sorgu: rezervasyonun birlesik kodlari ve uyari sinifi
*> ---------------------------------------------------------------
 sorgu-isle.
     perform kod-tablosu-kur
     move spaces to lk-kodlar lk-notu lk-uyari
     move zeros  to lk-kod-kisileri
     move lk-rez-no to dyt-rez-no
     move 0         to dyt-sira
     start diyet key is not less than dyt-anah
           invalid move "10" to fs-diyet
     end-start
     perform sorgu-satiri
             until fs-diyet = "10"
     move "00" to fs-diyet
     .

 sorgu-satiri.
     read diyet next record
          at end move "10" to fs-diyet
     end-read
     if fs-diyet not = "00" and fs-diyet not = "02"
        move "10" to fs-diyet
     end-if
     if fs-diyet not = "00"
        exit paragraph
     end-if
     if dyt-rez-no not = lk-rez-no
        move "10" to fs-diyet
        exit paragraph
     end-if
     if lk-notu = spaces
        move dyt-notu to lk-notu
     end-if
     if lk-uyari = spaces
        move "D" to lk-uyari
     end-if
     perform kod-birlestir
             varying w-kod-ix from 1 by 1 until w-kod-ix > 8
     .

 kod-birlestir.
     if dyt-kod (w-kod-ix) = spaces
        exit paragraph
     end-if
     move dyt-kod (w-kod-ix) to w-aranan-kod
     perform tanim-bul
     if w-bulundu = "E"
        if w-tnm-alerji (w-tnm-ix)
           move "A" to lk-uyari
        end-if
     end-if
     move 0 to w-bos-ix
     move "H" to w-bulundu
     perform birlesik-kod-ara
             varying w-kod-ix2 from 1 by 1
             until w-kod-ix2 > 8 or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-kod-ix2
        add 1 to lk-kod-kisi (w-kod-ix2)
        exit paragraph
     end-if
     if w-bos-ix > 0
        move w-aranan-kod to lk-kod (w-bos-ix)
        move 1 to lk-kod-kisi (w-bos-ix)
     end-if
     .

 birlesik-kod-ara.
     if lk-kod (w-kod-ix2) = w-aranan-kod
        move "E" to w-bulundu
     end-if
     if lk-kod (w-kod-ix2) = spaces and w-bos-ix = 0
        move w-kod-ix2 to w-bos-ix
     end-if
     .

*> ---------------------------------------------------------------
*> sil
*> ---------------------------------------------------------------
 sil-isle.
     open i-o rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-rez-no to dyt-rez-no
     move lk-sira   to dyt-sira
     read diyet
          invalid
              close rez
              set lk-sonuc-hata to true
              exit paragraph
     end-read
     delete diyet record invalid set lk-sonuc-hata to true
     end-delete
     move lk-rez-no to rez-no
     read rez
          invalid
              close rez
              exit paragraph
     end-read
     perform rez-ozeti-yenile
     close rez
     .

*> rez kaydi okunmus olmalidir; ozet sorgu sonucundan yazilir
 rez-ozeti-yenile.
     perform sorgu-isle
     move lk-uyari to rez-diyet-durum
     rewrite rez-rec invalid continue end-rewrite
     .
