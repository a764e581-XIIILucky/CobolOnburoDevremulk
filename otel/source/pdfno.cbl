*> pdfno.cbl
*> dok2pdf icin PDF numarasi verir. dok2pdf pdf adini dokumer
*> yolunun 17-20. karakterlerinden aldigindan ("/asya/ytl/bis/
*> asya2web/files/" + 4 hane + ".pdf") belgeyi dok2pdf'e gonderen
*> her program bu dort haneyi kendisi seciyordu; iki program ayni
*> numarayi secince biri digerinin PDF'inin ustune yaziyordu. Numara
*> artik tek sayactan, DOKPDFLG'den alinir:
*>   - DOKPDFLG'de silinmemis (pdfarsiv silmemis) ya da bugun
*>     ayrilmis her pdf'in numarasi dolu sayilir,
*>   - en son verilen numaradan sonraki ilk bos numara verilir
*>     (9999'dan sonra 0001'e doner, 0000 verilmez),
*>   - verilen numara ayni gun ikinci kez verilmesin diye DOKPDFLG'ye
*>     "R" (ayrildi) satiri olarak yazilir; dok2pdf pdf'i urettiginde
*>     kendi satirini ekler. pdfarsiv yalniz "H" satirlarini isler.
*> lk-sonuc H: DOKPDFLG acilamadi ya da bos numara yok.
program-id. pdfno is initial program.
environment division.
input-output section.
file-control.
     copy "dokpdflg.sel.cpy".

data division.
file section.
 copy "dokpdflg.lib.cpy".

working-storage section.
01  dokpdflg-dosya               pic x(200) value "dokpdflg.dat".
01  fs-dokpdflg                  pic xx.

01  w-bugun                      pic 9(08).
01  w-on-ek                      pic x(29)
                                 value "/asya/ytl/bis/asya2web/files/".
01  w-dolu-tablo.
    02  w-dolu                   pic x(01) occurs 9999 times.
01  w-no                         pic 9(04).
01  w-son-no                     pic 9(04).
01  w-deneme                     pic 9(05).
01  w-bulundu                    pic x(01).
01  w-son-tarih                  pic 9(08).
01  w-son-sira                   pic 9(05).

linkage section.
01  pdfno-link.
    02  lk-pdf-no                pic 9(04).
*>   dok2pdf'in uretecegi pdf'in tam yolu
    02  lk-pdf-yolu              pic x(60).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using pdfno-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     move 0 to lk-pdf-no
     move spaces to lk-pdf-yolu
     set lk-sonuc-tamam to true
     open i-o dokpdflg
     if fs-dokpdflg = "35"
        close dokpdflg
        open output dokpdflg
        close dokpdflg
        open i-o dokpdflg
     end-if
     if fs-dokpdflg not = "00"
        close dokpdflg
        set lk-sonuc-hata to true
        goback
     end-if
     move all "H" to w-dolu-tablo
     move 0 to w-son-no w-son-tarih w-son-sira
     perform dolu-numaralar
     perform bos-numara-bul
     if w-bulundu = "E"
        perform numara-ayir
     else
        set lk-sonuc-hata to true
     end-if
     close dokpdflg
     goback.

*> DOKPDFLG anahtar (tarih + sira) sirasiyla okunur; son okunan
*> numara en son verilen numaradir
 dolu-numaralar.
     move low-values to dokpdflg-anah
     start dokpdflg key is not less than dokpdflg-anah
           invalid move "10" to fs-dokpdflg
     end-start
     perform dolu-satiri
             until fs-dokpdflg = "10"
     .

 dolu-satiri.
     read dokpdflg next record
          at end move "10" to fs-dokpdflg
     end-read
     if fs-dokpdflg not = "00" and fs-dokpdflg not = "02"
        move "10" to fs-dokpdflg
        exit paragraph
     end-if
     move dokpdflg-tarih to w-son-tarih
     move dokpdflg-sira  to w-son-sira
     if dokpdflg-pdf-yolu (1:29) not = w-on-ek
     or dokpdflg-pdf-yolu (30:4) not numeric
        exit paragraph
     end-if
     move dokpdflg-pdf-yolu (30:4) to w-no
     if w-no = 0
        exit paragraph
     end-if
     move w-no to w-son-no
     if dokpdflg-silinmedi
     or (dokpdflg-rezerve and dokpdflg-tarih = w-bugun)
        move "E" to w-dolu (w-no)
     end-if
     .

 bos-numara-bul.
     move "H" to w-bulundu
     move w-son-no to w-no
     perform numara-dene
             varying w-deneme from 1 by 1
             until w-deneme > 9999 or w-bulundu = "E"
     .

 numara-dene.
     if w-no = 9999
        move 1 to w-no
     else
        add 1 to w-no
     end-if
     if w-dolu (w-no) not = "E"
        move "E" to w-bulundu
     end-if
     .

*> ayrilan numara bugunun bir sonraki sirasiyla yazilir (dok2pdf'in
*> kendi satirini yazdigi kural)
 numara-ayir.
     move w-no to lk-pdf-no
     string w-on-ek w-no ".pdf"
            delimited by size into lk-pdf-yolu
     move w-bugun to dokpdflg-tarih
     move 1 to dokpdflg-sira
     if w-son-tarih = w-bugun
        compute dokpdflg-sira = w-son-sira + 1
     end-if
     move lk-pdf-yolu to dokpdflg-pdf-yolu
     set dokpdflg-rezerve to true
     move 0 to dokpdflg-silinme-tarihi
     write dokpdflg-rec
           invalid set lk-sonuc-hata to true
     end-write
     .
