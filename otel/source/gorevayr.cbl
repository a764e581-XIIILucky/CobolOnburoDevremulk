*> gorevayr.cbl
*> Gorev ayriligi (segregation of duties) catisma raporu. duzonay
*> duzeltme onayi, compstay comp onayi, iskonto onay kuyrugu ve
*> depozito iade kuyrugu kuruldu; ama ayni kullanici birden
*> fazlasinda hem "giris" hem "onay" hakkina sahip olabiliyor ve
*> onay adimi anlamini yitiriyordu. Bu alt program GAYKUR (catisma
*> kurali) ve KLLHAK (kullanici hak dokumu) dosyalarini isletir:
*>   - lk-mod-kural: birlikte tutulmamasi gereken iki hak
*>     (lk-hak-1 / lk-hak-2), aciklama, fiili denetim kaynagi
*>     (DUZ/CMP/IAD/ISK) ve risk (Y yuksek / O orta) kaydedilir;
*>     lk-sil E ise kural silinir. Hak sirasi onemsizdir,
*>   - lk-mod-hak: kullanici bakim ekrani lk-kllnc-kodu'na lk-hak
*>     verildiginde cagirir; lk-sil E ise hak geri alinir,
*>   - lk-mod-yukle: KLLNC'den alinan kllhak.txt dokumu
*>     ("kullanici;hak" satirlari) KLLHAK'i bastan kurar,
*>   - lk-mod-rapor: ic denetci icin ceyreklik dokum gorevayr.txt:
*>     once donemde (lk-bas-tarih/lk-bit-tarih, bos ise gecen
*>     ceyrek) ayni kullanicinin ayni kalemi hem girip hem
*>     onayladigi fiili durumlar kaynak kuyruklardan listelenir;
*>     ardindan her kullanici icin kurala takilan hak ciftleri,
*>     kullanicinin KLLNCHRK'daki son hareketi ve o kuralin
*>     kaynaginda donemdeki fiili durum sayisi basilir. Kural
*>     dosyasi bossa standart dort cift (duzeltme, comp, iade,
*>     iskonto giris + onay) kullanilir.
program-id. gorevayr is initial program.
environment division.
input-output section.
file-control.
     copy "gaykur.sel.cpy".

     copy "kllhak.sel.cpy".

     copy "kllnchrk.sel.cpy".

     copy "duzonay.sel.cpy".

     copy "iadekuy.sel.cpy".

     copy "iskonay.sel.cpy".

     select compreg assign to random
            compreg-dosya
            organization indexed
            access mode is dynamic
            record key is cmp-rez-no
            file status is fs-compreg.

     select kllhak-dokum assign to random
            kllhak-dokum-dosya
            organization line sequential
            file status is fs-dokum.

     select gorevayr-rapor assign to random
            gorevayr-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "gaykur.lib.cpy".

 copy "kllhak.lib.cpy".

 copy "kllnchrk.lib.cpy".

 copy "duzonay.lib.cpy".

 copy "iadekuy.lib.cpy".

 copy "iskonay.lib.cpy".

*> (duzen compstay.cbl ile aynidir)
fd  compreg.
01  cmp-rec.
    02  cmp-rez-no               pic 9(08).
    02  cmp-tip                  pic x(01).
    02  cmp-talep-tarih          pic 9(08).
    02  cmp-isteyen-kllnc        pic x(10).
    02  cmp-sebep                pic x(40).
    02  cmp-durum                pic x(01).
        88  cmp-beklemede            value "B".
        88  cmp-onaylandi            value "O".
        88  cmp-reddedildi           value "R".
    02  cmp-onay-kllnc           pic x(10).
    02  cmp-onay-tarih           pic 9(08).
    02  cmp-onay-saat            pic 9(06).

fd  kllhak-dokum.
01  dokum-satir                  pic x(80).

fd  gorevayr-rapor.
01  gorevayr-rapor-satir         pic x(132).

working-storage section.
01  gaykur-dosya                 pic x(200) value "gaykur.dat".
01  kllhak-dosya                 pic x(200) value "kllhak.dat".
01  kllnchrk-dosya               pic x(200) value "kllnchrk.dat".
01  duzonay-dosya                pic x(200) value "duzonay.dat".
01  iadekuy-dosya                pic x(200) value "iadekuy.dat".
01  iskonay-dosya                pic x(200) value "iskonay.dat".
01  compreg-dosya                pic x(200) value "compreg.dat".
01  kllhak-dokum-dosya           pic x(200) value "kllhak.txt".
01  gorevayr-rapor-dosya         pic x(200) value "gorevayr.txt".
01  fs-gaykur                    pic xx.
01  fs-kllhak                    pic xx.
01  fs-kllnchrk                  pic xx.
01  fs-duzonay                   pic xx.
01  fs-iadekuy                   pic xx.
01  fs-iskonay                   pic xx.
01  fs-compreg                   pic xx.
01  fs-dokum                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  w-bugun-ay               pic 9(02).
    02  filler                   pic 9(02).
01  w-ceyrek                     pic 9(01).
01  w-yil                        pic 9(04).
01  w-ay                         pic 9(02).
01  w-sonraki                    pic 9(08).
01  w-bulundu                    pic x(01).
01  w-hak-a                      pic x(10).
01  w-hak-b                      pic x(10).
01  w-p-kllnc                    pic x(10).
01  w-p-hak                      pic x(10).
01  w-tutar                      pic s9(11)v99.

*> catisma kurallari
01  w-kurallar.
    02  w-kr                     occurs 200 times.
        03  w-kr-hak-1           pic x(10).
        03  w-kr-hak-2           pic x(10).
        03  w-kr-aciklama        pic x(40).
        03  w-kr-kaynak          pic x(03).
        03  w-kr-risk            pic x(01).
01  w-kr-sayisi                  pic 9(03).
01  w-kr-ix                      pic 9(03).

*> incelenen kullanicinin haklari
01  w-kul-kllnc                  pic x(10).
01  w-kul-haklari.
    02  w-kh-hak                 pic x(10) occurs 200 times.
01  w-kh-sayisi                  pic 9(03).
01  w-kh-ix                      pic 9(03).
01  w-var-1                      pic x(01).
01  w-var-2                      pic x(01).

*> fiili ayni kullanici giris + onay sayilari (kaynak + kullanici)
01  w-fiili.
    02  w-fl                     occurs 500 times.
        03  w-fl-kaynak          pic x(03).
        03  w-fl-kllnc           pic x(10).
        03  w-fl-adet            pic 9(05).
01  w-fl-sayisi                  pic 9(03).
01  w-fl-ix                      pic 9(03).
01  w-fl-kaynak-ara              pic x(03).
01  w-fl-kllnc-ara               pic x(10).
01  w-fl-adet-bulunan            pic 9(05).
01  w-kalem                      pic x(20).
01  w-kalem-tarih                pic 9(08).
01  w-kalem-kllnc                pic x(10).
01  w-danisman-ed                pic 9(06).

*> son hareket
01  w-son-tarih                  pic 9(08).
01  w-son-program                pic x(10).
01  w-hrk-acik                   pic x(01).

01  w-sayi-ed                    pic z(4)9.
01  w-fiili-ed                   pic z(4)9.
01  w-tutar-ed                   pic z(10)9.99-.

linkage section.
01  gorevayr-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-kural             value "K".
        88  lk-mod-hak               value "H".
        88  lk-mod-yukle             value "Y".
        88  lk-mod-rapor             value "R".
    02  lk-hak-1                 pic x(10).
    02  lk-hak-2                 pic x(10).
    02  lk-aciklama              pic x(40).
    02  lk-kaynak                pic x(03).
    02  lk-risk                  pic x(01).
    02  lk-sil                   pic x(01).
    02  lk-kllnc-kodu            pic x(10).
    02  lk-hak                   pic x(10).
    02  lk-bas-tarih             pic 9(08).
    02  lk-bit-tarih             pic 9(08).
    02  lk-kllnc                 pic x(10).
*>   rapor: catisma satiri / fiili durum; yukle: yuklenen hak
    02  lk-sayi                  pic 9(05).
    02  lk-fiili                 pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-bulunamadi      value "B".
        88  lk-sonuc-hata            value "H".

procedure division using gorevayr-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi lk-fiili
     open i-o gaykur
     if fs-gaykur = "35"
        close gaykur
        open output gaykur
        close gaykur
        open i-o gaykur
     end-if
     open i-o kllhak
     if fs-kllhak = "35"
        close kllhak
        open output kllhak
        close kllhak
        open i-o kllhak
     end-if
     if fs-gaykur not = "00" or fs-kllhak not = "00"
        close gaykur kllhak
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-kural
             perform kural-isle
        when lk-mod-hak
             perform hak-isle
        when lk-mod-yukle
             perform dokum-yukle
        when lk-mod-rapor
             perform denetim-raporu
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close gaykur kllhak
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> kural ve hak bakimi
*> ---------------------------------------------------------------
*> hak cifti kucukten buyuge siralanarak saklanir
 kural-isle.
     if lk-hak-1 = spaces or lk-hak-2 = spaces
     or lk-hak-1 = lk-hak-2
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-hak-1 < lk-hak-2
        move lk-hak-1 to gyk-hak-1
        move lk-hak-2 to gyk-hak-2
     else
        move lk-hak-2 to gyk-hak-1
        move lk-hak-1 to gyk-hak-2
     end-if
     if lk-sil = "E"
        delete gaykur record
               invalid set lk-sonuc-bulunamadi to true
        end-delete
        exit paragraph
     end-if
     if lk-kaynak not = spaces and lk-kaynak not = "DUZ"
     and lk-kaynak not = "CMP" and lk-kaynak not = "IAD"
     and lk-kaynak not = "ISK"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     read gaykur
          invalid move "H" to w-bulundu
          not invalid move "E" to w-bulundu
     end-read
     move lk-aciklama to gyk-aciklama
     move lk-kaynak   to gyk-kaynak
     move lk-risk     to gyk-risk
     if not gyk-orta
        set gyk-yuksek to true
     end-if
     move w-bugun     to gyk-kayit-tarih
     move lk-kllnc    to gyk-kllnc
     if w-bulundu = "E"
        rewrite gyk-rec invalid set lk-sonuc-hata to true
        end-rewrite
     else
        write gyk-rec invalid set lk-sonuc-hata to true
        end-write
     end-if
     .

 hak-isle.
     if lk-kllnc-kodu = spaces or lk-hak = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kllnc-kodu to klh-kllnc
     move lk-hak        to klh-hak
     if lk-sil = "E"
        delete kllhak record
               invalid set lk-sonuc-bulunamadi to true
        end-delete
        exit paragraph
     end-if
     move w-bugun  to klh-verilis-tarih
     move lk-kllnc to klh-veren-kllnc
     set klh-ekrandan to true
     write klh-rec
           invalid
               rewrite klh-rec invalid set lk-sonuc-hata to true
               end-rewrite
     end-write
     .

*> toplu dokum: dosya bastan kurulur
 dokum-yukle.
     open input kllhak-dokum
     if fs-dokum not = "00"
        set lk-sonuc-bulunamadi to true
        exit paragraph
     end-if
     close kllhak
     open output kllhak
     close kllhak
     open i-o kllhak
     if fs-kllhak not = "00"
        close kllhak-dokum
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform dokum-satiri
             until fs-dokum not = "00"
     close kllhak-dokum
     .

 dokum-satiri.
     read kllhak-dokum
          at end move "10" to fs-dokum
     end-read
     if fs-dokum not = "00" or dokum-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-kllnc w-p-hak
     unstring dokum-satir delimited by ";"
              into w-p-kllnc w-p-hak
     end-unstring
     if w-p-kllnc = spaces or w-p-hak = spaces
        exit paragraph
     end-if
     initialize klh-rec
     move w-p-kllnc to klh-kllnc
     move w-p-hak   to klh-hak
     move w-bugun   to klh-verilis-tarih
     move lk-kllnc  to klh-veren-kllnc
     set klh-dokumden to true
     write klh-rec
           invalid continue
           not invalid add 1 to lk-sayi
     end-write
     .

*> ---------------------------------------------------------------
*> denetim raporu
*> ---------------------------------------------------------------
 denetim-raporu.
     if lk-bas-tarih = 0 or lk-bit-tarih = 0
        perform gecen-ceyrek
     end-if
     perform kurallari-oku
     initialize w-fiili
     move 0 to w-fl-sayisi
     open output gorevayr-rapor
     move spaces to gorevayr-rapor-satir
     string "GOREV AYRILIGI CATISMA RAPORU  " lk-bas-tarih " - "
            lk-bit-tarih "   (" w-bugun ")"
            delimited by size into gorevayr-rapor-satir
     write gorevayr-rapor-satir
     move spaces to gorevayr-rapor-satir
     write gorevayr-rapor-satir
     move "BOLUM 1 - AYNI KULLANICININ GIRIP ONAYLADIGI KALEMLER"
          to gorevayr-rapor-satir
     write gorevayr-rapor-satir
     move spaces to gorevayr-rapor-satir
     string "KYN KALEM                TARIH    KULLANICI  "
            "         TUTAR"
            delimited by size into gorevayr-rapor-satir
     write gorevayr-rapor-satir
     move all "-" to gorevayr-rapor-satir
     write gorevayr-rapor-satir
     perform duzeltme-tara
     perform comp-tara
     perform iade-tara
     perform iskonto-tara
     if lk-fiili = 0
        move "DONEMDE FIILI DURUM YOK" to gorevayr-rapor-satir
        write gorevayr-rapor-satir
     end-if
     move spaces to gorevayr-rapor-satir
     write gorevayr-rapor-satir
     move "BOLUM 2 - BIRLIKTE TUTULMAMASI GEREKEN HAKLAR"
          to gorevayr-rapor-satir
     write gorevayr-rapor-satir
     move spaces to gorevayr-rapor-satir
     string "KULLANICI  HAK-1      HAK-2      R ACIKLAMA       "
            "                          SON HAREKET         FIILI"
            delimited by size into gorevayr-rapor-satir
     write gorevayr-rapor-satir
     move all "-" to gorevayr-rapor-satir
     write gorevayr-rapor-satir
     move "H" to w-hrk-acik
     open input kllnchrk
     if fs-kllnchrk = "00"
        move "E" to w-hrk-acik
     end-if
     move spaces to w-kul-kllnc
     move 0 to w-kh-sayisi
     move low-values to klh-anah
     start kllhak key is not less than klh-anah
           invalid move "10" to fs-kllhak
     end-start
     perform hak-satiri
             until fs-kllhak = "10"
     move "00" to fs-kllhak
     if w-kul-kllnc not = spaces
        perform kullanici-denetle
     end-if
     close kllnchrk
     move all "-" to gorevayr-rapor-satir
     write gorevayr-rapor-satir
     move lk-sayi  to w-sayi-ed
     move lk-fiili to w-fiili-ed
     move spaces to gorevayr-rapor-satir
     string "CATISMA " w-sayi-ed "   FIILI DURUM " w-fiili-ed
            delimited by size into gorevayr-rapor-satir
     write gorevayr-rapor-satir
     close gorevayr-rapor
     .

*> gecen takvim ceyregi
 gecen-ceyrek.
     compute w-ceyrek = (w-bugun-ay - 1) / 3
     if w-ceyrek = 0
        compute w-yil = w-bugun-yil - 1
        move 10 to w-ay
     else
        move w-bugun-yil to w-yil
        compute w-ay = (w-ceyrek - 1) * 3 + 1
     end-if
     compute lk-bas-tarih = w-yil * 10000 + w-ay * 100 + 1
     compute w-sonraki = w-bugun-yil * 10000
                       + (w-ceyrek * 3 + 1) * 100 + 1
     compute lk-bit-tarih = function date-of-integer
             (function integer-of-date (w-sonraki) - 1)
     .

 kurallari-oku.
     move 0 to w-kr-sayisi
     move low-values to gyk-anah
     start gaykur key is not less than gyk-anah
           invalid move "10" to fs-gaykur
     end-start
     perform kural-satiri
             until fs-gaykur = "10"
     move "00" to fs-gaykur
     if w-kr-sayisi = 0
        perform varsayilan-kurallar
     end-if
     .

 kural-satiri.
     read gaykur next record
          at end move "10" to fs-gaykur
     end-read
     if fs-gaykur not = "00" and fs-gaykur not = "02"
        move "10" to fs-gaykur
     end-if
     if fs-gaykur = "10" or w-kr-sayisi >= 200
        exit paragraph
     end-if
     add 1 to w-kr-sayisi
     move gyk-hak-1    to w-kr-hak-1 (w-kr-sayisi)
     move gyk-hak-2    to w-kr-hak-2 (w-kr-sayisi)
     move gyk-aciklama to w-kr-aciklama (w-kr-sayisi)
     move gyk-kaynak   to w-kr-kaynak (w-kr-sayisi)
     move gyk-risk     to w-kr-risk (w-kr-sayisi)
     .

 varsayilan-kurallar.
     move 4 to w-kr-sayisi
     move "DUZGIR"     to w-kr-hak-1 (1)
     move "DUZONAY"    to w-kr-hak-2 (1)
     move "FOLIO DUZELTME GIRIS + ONAY" to w-kr-aciklama (1)
     move "DUZ"        to w-kr-kaynak (1)
     move "Y"          to w-kr-risk (1)
     move "COMPGIR"    to w-kr-hak-1 (2)
     move "COMPONAY"   to w-kr-hak-2 (2)
     move "COMP KONAKLAMA TALEP + ONAY" to w-kr-aciklama (2)
     move "CMP"        to w-kr-kaynak (2)
     move "Y"          to w-kr-risk (2)
     move "IADEGIR"    to w-kr-hak-1 (3)
     move "IADEONAY"   to w-kr-hak-2 (3)
     move "DEPOZITO IADE KANAL + ONAY" to w-kr-aciklama (3)
     move "IAD"        to w-kr-kaynak (3)
     move "Y"          to w-kr-risk (3)
     move "ISKGIR"     to w-kr-hak-1 (4)
     move "ISKONAY"    to w-kr-hak-2 (4)
     move "SOZLESME ISKONTO GIRIS + ONAY" to w-kr-aciklama (4)
     move "ISK"        to w-kr-kaynak (4)
     move "O"          to w-kr-risk (4)
     .

*> ---------------------------------------------------------------
*> fiili durumlar: kaynak kuyruklar
*> ---------------------------------------------------------------
 duzeltme-tara.
     open input duzonay
     if fs-duzonay not = "00"
        close duzonay
        exit paragraph
     end-if
     move lk-bas-tarih to duz-tarih
     move 0 to duz-sira
     start duzonay key is not less than duz-anah
           invalid move "10" to fs-duzonay
     end-start
     perform duzeltme-satiri
             until fs-duzonay = "10"
     close duzonay
     .

 duzeltme-satiri.
     read duzonay next record
          at end move "10" to fs-duzonay
     end-read
     if fs-duzonay not = "00" and fs-duzonay not = "02"
        move "10" to fs-duzonay
     end-if
     if fs-duzonay = "10"
        exit paragraph
     end-if
     if duz-tarih > lk-bit-tarih
        move "10" to fs-duzonay
        exit paragraph
     end-if
     if not duz-onaylandi or duz-onay-kllnc = spaces
     or duz-onay-kllnc not = duz-isteyen-kllnc
        exit paragraph
     end-if
     move "DUZ" to w-fl-kaynak-ara
     move spaces to w-kalem
     string "FOLIO " duz-folio delimited by size into w-kalem
     move duz-tarih       to w-kalem-tarih
     move duz-onay-kllnc  to w-kalem-kllnc
     move duz-tutar       to w-tutar
     perform fiili-yaz
     .

 comp-tara.
     open input compreg
     if fs-compreg not = "00"
        close compreg
        exit paragraph
     end-if
     move 0 to cmp-rez-no
     start compreg key is not less than cmp-rez-no
           invalid move "10" to fs-compreg
     end-start
     perform comp-satiri
             until fs-compreg = "10"
     close compreg
     .

 comp-satiri.
     read compreg next record
          at end move "10" to fs-compreg
     end-read
     if fs-compreg not = "00" and fs-compreg not = "02"
        move "10" to fs-compreg
     end-if
     if fs-compreg = "10"
        exit paragraph
     end-if
     if not cmp-onaylandi or cmp-onay-kllnc = spaces
     or cmp-onay-kllnc not = cmp-isteyen-kllnc
     or cmp-onay-tarih < lk-bas-tarih
     or cmp-onay-tarih > lk-bit-tarih
        exit paragraph
     end-if
     move "CMP" to w-fl-kaynak-ara
     move spaces to w-kalem
     string "REZ " cmp-rez-no delimited by size into w-kalem
     move cmp-onay-tarih  to w-kalem-tarih
     move cmp-onay-kllnc  to w-kalem-kllnc
     move 0               to w-tutar
     perform fiili-yaz
     .

 iade-tara.
     open input iadekuy
     if fs-iadekuy not = "00"
        close iadekuy
        exit paragraph
     end-if
     move low-values to iad-anah
     start iadekuy key is not less than iad-anah
           invalid move "10" to fs-iadekuy
     end-start
     perform iade-satiri
             until fs-iadekuy = "10"
     close iadekuy
     .

 iade-satiri.
     read iadekuy next record
          at end move "10" to fs-iadekuy
     end-read
     if fs-iadekuy not = "00" and fs-iadekuy not = "02"
        move "10" to fs-iadekuy
     end-if
     if fs-iadekuy = "10"
        exit paragraph
     end-if
     if iad-onay-kllnc = spaces
     or iad-onay-kllnc not = iad-kanal-kllnc
     or iad-onay-tarih < lk-bas-tarih
     or iad-onay-tarih > lk-bit-tarih
        exit paragraph
     end-if
     move "IAD" to w-fl-kaynak-ara
     move spaces to w-kalem
     string "REZ " iad-rez-no "/" iad-sira
            delimited by size into w-kalem
     move iad-onay-tarih  to w-kalem-tarih
     move iad-onay-kllnc  to w-kalem-kllnc
     move iad-iade-tutar  to w-tutar
     perform fiili-yaz
     .

*> iskonto kuyrugu kullanici kodu yerine danisman / onaylayan
*> numarasi tasir; ayni numara ayni kisidir
 iskonto-tara.
     open input iskonay
     if fs-iskonay not = "00"
        close iskonay
        exit paragraph
     end-if
     move low-values to ion-anah
     start iskonay key is not less than ion-anah
           invalid move "10" to fs-iskonay
     end-start
     perform iskonto-satiri
             until fs-iskonay = "10"
     close iskonay
     .

 iskonto-satiri.
     read iskonay next record
          at end move "10" to fs-iskonay
     end-read
     if fs-iskonay not = "00" and fs-iskonay not = "02"
        move "10" to fs-iskonay
     end-if
     if fs-iskonay = "10"
        exit paragraph
     end-if
     if not ion-onaylandi or ion-onaylayan-no = 0
     or ion-onaylayan-no not = ion-danisman-no
     or ion-onay-tar < lk-bas-tarih
     or ion-onay-tar > lk-bit-tarih
        exit paragraph
     end-if
     move "ISK" to w-fl-kaynak-ara
     move spaces to w-kalem
     string "SOZ " ion-devremulk-no "/" ion-soz-sira
            delimited by size into w-kalem
     move ion-onay-tar    to w-kalem-tarih
     move ion-danisman-no to w-danisman-ed
     move spaces to w-kalem-kllnc
     string "D" w-danisman-ed delimited by size into w-kalem-kllnc
     move ion-iskonto-tutar to w-tutar
     perform fiili-yaz
     .

*> w-fl-kaynak-ara + w-kalem-* satiri basilir ve sayilir
 fiili-yaz.
     add 1 to lk-fiili
     move w-tutar to w-tutar-ed
     move spaces to gorevayr-rapor-satir
     string w-fl-kaynak-ara " " w-kalem " " w-kalem-tarih " "
            w-kalem-kllnc " " w-tutar-ed
            delimited by size into gorevayr-rapor-satir
     write gorevayr-rapor-satir
     move w-kalem-kllnc to w-fl-kllnc-ara
     move "H" to w-bulundu
     perform fl-ara
             varying w-fl-ix from 1 by 1
             until w-fl-ix > w-fl-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-fl-ix
     else
        if w-fl-sayisi >= 500
           exit paragraph
        end-if
        add 1 to w-fl-sayisi
        move w-fl-sayisi     to w-fl-ix
        move w-fl-kaynak-ara to w-fl-kaynak (w-fl-ix)
        move w-fl-kllnc-ara  to w-fl-kllnc (w-fl-ix)
     end-if
     add 1 to w-fl-adet (w-fl-ix)
     .

 fl-ara.
     if w-fl-kaynak (w-fl-ix) = w-fl-kaynak-ara
     and w-fl-kllnc (w-fl-ix) = w-fl-kllnc-ara
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> hak catismalari
*> ---------------------------------------------------------------
 hak-satiri.
     read kllhak next record
          at end move "10" to fs-kllhak
     end-read
     if fs-kllhak not = "00" and fs-kllhak not = "02"
        move "10" to fs-kllhak
     end-if
     if fs-kllhak = "10"
        exit paragraph
     end-if
     if klh-kllnc not = w-kul-kllnc
        if w-kul-kllnc not = spaces
           perform kullanici-denetle
        end-if
        move klh-kllnc to w-kul-kllnc
        move 0 to w-kh-sayisi
     end-if
     if w-kh-sayisi < 200
        add 1 to w-kh-sayisi
        move klh-hak to w-kh-hak (w-kh-sayisi)
     end-if
     .

 kullanici-denetle.
     move spaces to w-son-program
     move 0 to w-son-tarih
     perform kural-denetle
             varying w-kr-ix from 1 by 1
             until w-kr-ix > w-kr-sayisi
     .

 kural-denetle.
     move w-kr-hak-1 (w-kr-ix) to w-hak-a
     move w-kr-hak-2 (w-kr-ix) to w-hak-b
     move "H" to w-var-1 w-var-2
     perform hak-ara
             varying w-kh-ix from 1 by 1
             until w-kh-ix > w-kh-sayisi
                or (w-var-1 = "E" and w-var-2 = "E")
     if w-var-1 not = "E" or w-var-2 not = "E"
        exit paragraph
     end-if
     if w-son-tarih = 0 and w-son-program = spaces
        perform son-hareket-bul
     end-if
     add 1 to lk-sayi
     move 0 to w-fl-adet-bulunan
     if w-kr-kaynak (w-kr-ix) not = spaces
        move w-kr-kaynak (w-kr-ix) to w-fl-kaynak-ara
        move w-kul-kllnc           to w-fl-kllnc-ara
        move "H" to w-bulundu
        perform fl-ara
                varying w-fl-ix from 1 by 1
                until w-fl-ix > w-fl-sayisi or w-bulundu = "E"
        if w-bulundu = "E"
           subtract 1 from w-fl-ix
           move w-fl-adet (w-fl-ix) to w-fl-adet-bulunan
        end-if
     end-if
     move w-fl-adet-bulunan to w-sayi-ed
     move spaces to gorevayr-rapor-satir
     string w-kul-kllnc " " w-hak-a " " w-hak-b " "
            w-kr-risk (w-kr-ix) " " w-kr-aciklama (w-kr-ix) " "
            w-son-tarih " " w-son-program " " w-sayi-ed
            delimited by size into gorevayr-rapor-satir
     if w-fl-adet-bulunan > 0
        move "<< FIILI" to gorevayr-rapor-satir (111:8)
     end-if
     write gorevayr-rapor-satir
     .

 hak-ara.
     if w-kh-hak (w-kh-ix) = w-hak-a
        move "E" to w-var-1
     end-if
     if w-kh-hak (w-kh-ix) = w-hak-b
        move "E" to w-var-2
     end-if
     .

*> KLLNCHRK'da kullanicinin en son satiri
 son-hareket-bul.
     move "-" to w-son-program
     if w-hrk-acik not = "E"
        exit paragraph
     end-if
     move w-kul-kllnc  to kllnchrk-kllnc-kodu
     move high-values  to kllnchrk-tarih (1:8) kllnchrk-sira (1:5)
     start kllnchrk key is less than kllnchrk-anah
           invalid move "23" to fs-kllnchrk
     end-start
     if fs-kllnchrk = "00"
        read kllnchrk previous record
             at end move "10" to fs-kllnchrk
        end-read
        if fs-kllnchrk = "00"
        and kllnchrk-kllnc-kodu = w-kul-kllnc
           move kllnchrk-tarih   to w-son-tarih
           move kllnchrk-program to w-son-program
        end-if
     end-if
     move "00" to fs-kllnchrk
     .
