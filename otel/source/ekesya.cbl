*> ekesya.cbl
*> Ek esya envanteri ve gecelik rezervasyonu. Bebek yatagi, ilave
*> yatak ve katlanir yatak sayilidir; resepsiyon bunlari rez-not1'e
*> yazarak soz veriyor, dolu gecede ayni esya iki odaya vaat
*> ediliyor ve kat hizmetleri teslim/toplama icin notlari tek tek
*> okuyordu. Bu program EKESYA (esya tipi, adet, gecelik ucret) ve
*> EKREZ (rezervasyon basina esya, adet, gece araligi) dosyalarini
*> isletir:
*>   - lk-mod-tanim: esya tipi acilir/guncellenir (adet, ucret,
*>     folio malzeme kodu); ucret sifir ise esya ucretsizdir,
*>   - lk-mod-rezerve: esya rezervasyonun belirli gecelerine
*>     ayrilir; araligin her gecesi icin ayrilmis adet + istenen
*>     adet evdeki adedi asiyorsa satis durur ("DOLU", ilk dolu
*>     gece lk-dolu-tarih'te doner). Bos tarihler konaklamanin
*>     tamamidir,
*>   - lk-mod-iptal: esya rezervasyonu serbest birakilir,
*>   - lk-mod-musait: tip ve aralik icin en az bos adet ve ilk
*>     dolu gece,
*>   - lk-mod-liste: verilen gunun oda sirali teslim (ilk gece) /
*>     toplama (son geceden sonraki sabah ya da erken cikis)
*>     listesi ve tip basina bos adet / satis durdu dokumu
*>     (ekesya.txt),
*>   - lk-mod-gece (gecedrv varsayilani): ucretli esyalar evdeki
*>     rezervasyonlarin foliosuna gecelik fis olarak kesilir
*>     (malzeme kodu esya tipinden, fis kodu "EKS"+tip; her gece
*>     bir kez - ekr-son-post), iptal/no-show rezervasyonlarin
*>     esyalari serbest birakilir ve yarinin listesi basilir.
*>     casthiz'in oda tahakkukundan hemen sonra kosulur.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. ekesya.
environment division.
input-output section.
file-control.
     copy "ekesya.sel.cpy".

     copy "ekrez.sel.cpy".

     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     select ekesya-rapor assign to random
            ekesya-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "ekesya.lib.cpy".

 copy "ekrez.lib.cpy".

 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

fd  ekesya-rapor.
01  ekesya-rapor-satir           pic x(132).

working-storage section.
01  ekesya-dosya                 pic x(200) value "ekesya.dat".
01  ekrez-dosya                  pic x(200) value "ekrez.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  ekesya-rapor-dosya           pic x(200) value "ekesya.txt".
01  fs-ekesya                    pic xx.
01  fs-ekrez                     pic xx.
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.

01  w-bugun                      pic 9(08).
01  w-yarin                      pic 9(08).
01  w-son-fis                    pic 9(10).

*> musaitlik: w-gece'yi kapsayan aktif kayitlarin adet toplami
01  w-gece                       pic 9(08).
01  w-ayrilan                    pic 9(05).
01  w-bos                        pic s9(05).
01  w-en-az-bos                  pic s9(05).
01  w-dolu-tarih                 pic 9(08).
01  w-istenen                    pic 9(03).
01  w-kod                        pic x(04).
01  w-bas-tar                    pic 9(08).
01  w-bit-tar                    pic 9(08).
01  w-sira                       pic 9(03).

01  w-toplama-tar                pic 9(08).
01  w-tutar                      pic 9(10)v99.
01  w-kesilen                    pic 9(05).
01  w-serbest                    pic 9(05).
01  w-tutar-toplam               pic 9(10)v99.

*> oda sirali teslim/toplama listesi
01  w-lst-sayisi                 pic 9(04).
01  w-lst-tablosu.
    02  w-lst-satir              occurs 2000 times.
        03  w-lst-oda            pic x(04).
        03  w-lst-tip            pic x(01).
        03  w-lst-kod            pic x(04).
        03  w-lst-adet           pic 9(03).
        03  w-lst-rez-no         pic 9(08).
        03  w-lst-adi            pic x(20).
01  w-lst-yeni.
    02  w-yeni-oda               pic x(04).
    02  w-yeni-tip               pic x(01).
    02  w-yeni-kod               pic x(04).
    02  w-yeni-adet              pic 9(03).
    02  w-yeni-rez-no            pic 9(08).
    02  w-yeni-adi               pic x(20).
01  w-lst-ix                     pic 9(04).
01  w-lst-yer                    pic 9(04).
01  w-liste-tarih                pic 9(08).

01  w-tutar-ed                   pic z(9)9,99-.
01  w-sayi-ed                    pic z(4)9.
01  w-bos-ed                     pic z(4)9-.

*> gecedrv parametresiz cagirdiginda tam gece akisi
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic x(34) value spaces.
    02  filler                   pic 9(03) value 0.
    02  filler                   pic 9(07)v99 value 0.
    02  filler                   pic x(03) value spaces.
    02  filler                   pic 9(35) value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic 9(11) value 0.
    02  filler                   pic x(04) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  ekesya-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-tanim             value "T".
        88  lk-mod-rezerve           value "B".
        88  lk-mod-iptal             value "I".
        88  lk-mod-musait            value "M".
        88  lk-mod-liste             value "L".
        88  lk-mod-gece              value "G".
    02  lk-kod                   pic x(04).
    02  lk-adi                   pic x(30).
    02  lk-adet                  pic 9(03).
    02  lk-ucret                 pic 9(07)v99.
    02  lk-malzeme               pic x(03).
    02  lk-rez-no                pic 9(08).
    02  lk-sira                  pic 9(03).
    02  lk-bas-tar               pic 9(08).
    02  lk-bit-tar               pic 9(08).
*>   liste: listenin gunu (bos ise bugun)
    02  lk-tarih                 pic 9(08).
    02  lk-kllnc                 pic x(10).
*>   musait / rezerve(DOLU): en az bos adet ve ilk dolu gece
    02  lk-bos-adet              pic 9(03).
    02  lk-dolu-tarih            pic 9(08).
*>   YOK rez yok, TIP tip yok/pasif, TARH gece araligi gecersiz,
*>   DOLU satis durdu, KYOK esya rezervasyonu yok
    02  lk-red-nedeni            pic x(04).
*>   liste: satir; gece: kesilen fis
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional ekesya-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of ekesya-link = null
        set address of ekesya-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     move spaces to lk-red-nedeni
     compute w-yarin = function date-of-integer
             (function integer-of-date (w-bugun) + 1)
     open i-o ekesya
     if fs-ekesya = "35"
        close ekesya
        open output ekesya
        close ekesya
        open i-o ekesya
     end-if
     open i-o ekrez
     if fs-ekrez = "35"
        close ekrez
        open output ekrez
        close ekrez
        open i-o ekrez
     end-if
     open input rez
     if fs-ekesya not = "00" or fs-ekrez not = "00"
     or fs-rez not = "00"
        close ekesya ekrez rez
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-tanim
             perform tanim-isle
        when lk-mod-rezerve
             perform rezerve-isle
        when lk-mod-iptal
             perform iptal-isle
        when lk-mod-musait
             perform musait-isle
        when lk-mod-liste
             move lk-tarih to w-liste-tarih
             if w-liste-tarih = 0
                move w-bugun to w-liste-tarih
             end-if
             perform liste-bas
             move w-lst-sayisi to lk-sayi
        when lk-mod-gece
             perform gece-isle
             move w-yarin to w-liste-tarih
             perform liste-bas
             move w-kesilen to lk-sayi
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close ekesya ekrez rez
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> esya tipi tanimi
*> ---------------------------------------------------------------
 tanim-isle.
     if lk-kod = spaces
        move "TIP " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kod to eks-kod
     read ekesya
          invalid
              initialize eks-rec
              move lk-kod to eks-kod
              move lk-adi      to eks-adi
              move lk-adet     to eks-adet
              move lk-ucret    to eks-ucret
              move lk-malzeme  to eks-malzeme
              set eks-aktif to true
              move lk-kllnc    to eks-kllnc
              write eks-rec invalid set lk-sonuc-hata to true
              end-write
              exit paragraph
     end-read
     if lk-adi not = spaces
        move lk-adi to eks-adi
     end-if
     move lk-adet     to eks-adet
     move lk-ucret    to eks-ucret
     move lk-malzeme  to eks-malzeme
     set eks-aktif to true
     if lk-adet = 0
        set eks-pasif to true
     end-if
     move lk-kllnc    to eks-kllnc
     rewrite eks-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> ---------------------------------------------------------------
*> esya rezervasyonu: gece araligi konaklamanin icinde olmalidir;
*> araligin her gecesi icin musaitlik denetlenir
*> ---------------------------------------------------------------
 rezerve-isle.
     move lk-rez-no to rez-no
     read rez
          invalid move "YOK " to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if rez-iptal-oldu or rez-no-show
        move "YOK " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kod to eks-kod
     read ekesya
          invalid move "TIP " to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if not eks-aktif or lk-adet = 0
        move "TIP " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-bas-tar to w-bas-tar
     move lk-bit-tar to w-bit-tar
     if w-bas-tar = 0
        move rez-gir-tar to w-bas-tar
     end-if
     if w-bit-tar = 0
        move rez-cik-tar to w-bit-tar
        compute w-bit-tar = function date-of-integer
                (function integer-of-date (w-bit-tar) - 1)
     end-if
     if rez-gunluk-kullanim
     or w-bas-tar > w-bit-tar
     or w-bas-tar < rez-gir-tar
     or w-bit-tar not < rez-cik-tar
        move "TARH" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kod  to w-kod
     move lk-adet to w-istenen
     perform aralik-musaitligi
     if w-en-az-bos < 0
        move 0 to lk-bos-adet
     else
        move w-en-az-bos to lk-bos-adet
     end-if
     move w-dolu-tarih to lk-dolu-tarih
     if w-dolu-tarih > 0
        move "DOLU" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform sira-bul
     move lk-kod      to ekr-kod
     move w-bit-tar   to ekr-bit-tar
     move w-bas-tar   to ekr-bas-tar
     move lk-adet     to ekr-adet
     move rez-odano   to ekr-odano
     set ekr-aktif to true
     move 0           to ekr-son-post
     move lk-kllnc    to ekr-kllnc
     move w-bugun     to ekr-isl-tar
     write ekr-rec invalid set lk-sonuc-hata to true
     end-write
     move ekr-sira to lk-sira
     move w-bas-tar to lk-bas-tar
     move w-bit-tar to lk-bit-tar
     .

*> rezervasyonun son esya sirasi + 1
 sira-bul.
     move rez-no to ekr-rez-no
     move 999    to ekr-sira
     start ekrez key is less than ekr-anah
           invalid move "10" to fs-ekrez
     end-start
     if fs-ekrez = "00"
        read ekrez previous record
             at end move "10" to fs-ekrez
        end-read
     end-if
     if fs-ekrez = "00" and ekr-rez-no = rez-no
        compute w-sira = ekr-sira + 1
     else
        move 1 to w-sira
     end-if
     initialize ekr-rec
     move rez-no to ekr-rez-no
     move w-sira to ekr-sira
     .

 iptal-isle.
     move lk-rez-no to ekr-rez-no
     move lk-sira   to ekr-sira
     read ekrez
          invalid move "KYOK" to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if not ekr-aktif
        move "KYOK" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     set ekr-iptal to true
     move lk-kllnc to ekr-kllnc
     move w-bugun  to ekr-isl-tar
     rewrite ekr-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

 musait-isle.
     move lk-kod to eks-kod
     read ekesya
          invalid move "TIP " to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     move lk-bas-tar to w-bas-tar
     move lk-bit-tar to w-bit-tar
     if w-bas-tar = 0
        move w-bugun to w-bas-tar
     end-if
     if w-bit-tar < w-bas-tar
        move w-bas-tar to w-bit-tar
     end-if
     move lk-kod to w-kod
     move 1      to w-istenen
     perform aralik-musaitligi
     if w-en-az-bos < 0
        move 0 to lk-bos-adet
     else
        move w-en-az-bos to lk-bos-adet
     end-if
     move w-dolu-tarih to lk-dolu-tarih
     .

*> ---------------------------------------------------------------
*> aralik musaitligi: w-kod, w-bas-tar..w-bit-tar, w-istenen;
*> w-en-az-bos araligin en dar gecesindeki bos adet, w-dolu-tarih
*> istenen adedin sigmadigi ilk gece (0 ise sigar). EKESYA kaydi
*> bellektedir.
*> ---------------------------------------------------------------
 aralik-musaitligi.
     move 0 to w-dolu-tarih
     move eks-adet to w-en-az-bos
     move w-bas-tar to w-gece
     perform gece-musaitligi
             until w-gece > w-bit-tar
     .

 gece-musaitligi.
     perform gece-ayrilan
     compute w-bos = eks-adet - w-ayrilan
     if w-bos < w-en-az-bos
        move w-bos to w-en-az-bos
     end-if
     if w-bos < w-istenen and w-dolu-tarih = 0
        move w-gece to w-dolu-tarih
     end-if
     compute w-gece = function date-of-integer
             (function integer-of-date (w-gece) + 1)
     .

*> w-gece'yi kapsayan aktif kayitlar: son gecesi w-gece ya da
*> sonrasi olup ilk gecesi w-gece ya da oncesi olanlar
 gece-ayrilan.
     move 0 to w-ayrilan
     move w-kod  to ekr-kod
     move w-gece to ekr-bit-tar
     start ekrez key is not less than ekr-alt
           invalid move "10" to fs-ekrez
     end-start
     perform ayrilan-satiri
             until fs-ekrez = "10"
     .

 ayrilan-satiri.
     read ekrez next record
          at end move "10" to fs-ekrez
     end-read
     if fs-ekrez not = "00" and fs-ekrez not = "02"
        move "10" to fs-ekrez
     end-if
     if fs-ekrez not = "10"
        if ekr-kod not = w-kod
           move "10" to fs-ekrez
        else
           if ekr-aktif and ekr-bas-tar <= w-gece
              add ekr-adet to w-ayrilan
           end-if
        end-if
     end-if
     .

*> ---------------------------------------------------------------
*> gece: ucretli esyalar foliye, iptal/no-show esyalari serbest
*> ---------------------------------------------------------------
 gece-isle.
     move 0 to w-kesilen w-serbest w-tutar-toplam
     open i-o cast-log
     if fs-cast-log = "35"
        close cast-log
        open output cast-log
        close cast-log
        open i-o cast-log
     end-if
     if fs-cast-log not = "00"
        close cast-log
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform son-fis-bul
     move low-values to ekr-anah
     start ekrez key is not less than ekr-anah
           invalid move "10" to fs-ekrez
     end-start
     perform gece-satiri
             until fs-ekrez = "10"
     close cast-log
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

 gece-satiri.
     read ekrez next record
          at end move "10" to fs-ekrez
     end-read
     if fs-ekrez not = "00" and fs-ekrez not = "02"
        move "10" to fs-ekrez
     end-if
     if fs-ekrez = "10"
        exit paragraph
     end-if
     if not ekr-aktif
        exit paragraph
     end-if
     move ekr-rez-no to rez-no
     read rez
          invalid exit paragraph
     end-read
     if rez-iptal-oldu or rez-no-show
        set ekr-iptal to true
        move "GECE" to ekr-kllnc
        move w-bugun to ekr-isl-tar
        rewrite ekr-rec invalid continue end-rewrite
        add 1 to w-serbest
        exit paragraph
     end-if
     if ekr-bas-tar > w-bugun or ekr-bit-tar < w-bugun
     or ekr-son-post >= w-bugun
        exit paragraph
     end-if
     if rez-folio = 0 or rez-no-post not = 0
     or rez-gir-tar > w-bugun or rez-cik-tar <= w-bugun
        exit paragraph
     end-if
     move ekr-kod to eks-kod
     read ekesya
          invalid move 0 to eks-ucret
     end-read
     if eks-ucret > 0
        perform esya-fisi-kes
     end-if
     move w-bugun to ekr-son-post
     rewrite ekr-rec invalid continue end-rewrite
     .

*> gecenin esya fis'i (casthiz'in oda fisinin yaninda)
 esya-fisi-kes.
     compute w-tutar = eks-ucret * ekr-adet
     initialize cast-log-rec
     move w-bugun         to cast-log-tarih
     move rez-no          to cast-log-rez-no
     move rez-odano       to cast-log-oda-no
     move w-tutar         to cast-log-fiyati
     move eks-malzeme     to cast-log-br-malzeme-kodu (1)
     move w-tutar         to cast-log-br-malzeme-tut (1)
     move rez-pan-tipi    to cast-log-pan-tipi
     move rez-grup-no     to cast-log-grup
     move "EKESYA"        to cast-log-rate-kodu
     move spaces          to cast-log-break-kodu
     string "EKS" ekr-kod delimited by size
            into cast-log-break-kodu
     add 1 to w-son-fis
     move w-son-fis to cast-log-fis
     write cast-log-rec
           invalid exit paragraph
     end-write
     add 1 to w-kesilen
     add w-tutar to w-tutar-toplam
     .

*> ---------------------------------------------------------------
*> kat hizmetleri teslim / toplama listesi (w-liste-tarih)
*> ---------------------------------------------------------------
 liste-bas.
     move 0 to w-lst-sayisi
     move low-values to ekr-anah
     start ekrez key is not less than ekr-anah
           invalid move "10" to fs-ekrez
     end-start
     perform liste-satiri
             until fs-ekrez = "10"
     open output ekesya-rapor
     move spaces to ekesya-rapor-satir
     string "EK ESYA TESLIM / TOPLAMA LISTESI - " w-liste-tarih
            delimited by size into ekesya-rapor-satir
     write ekesya-rapor-satir
     move all "-" to ekesya-rapor-satir
     write ekesya-rapor-satir
     move spaces to ekesya-rapor-satir
     string "ODA  IS       TIP   ADET  REZ-NO    MISAFIR"
            delimited by size into ekesya-rapor-satir
     write ekesya-rapor-satir
     perform liste-yaz
             varying w-lst-ix from 1 by 1
             until w-lst-ix > w-lst-sayisi
     move w-lst-sayisi to w-sayi-ed
     move spaces to ekesya-rapor-satir
     string "TOPLAM IS " w-sayi-ed
            delimited by size into ekesya-rapor-satir
     write ekesya-rapor-satir
     move spaces to ekesya-rapor-satir
     write ekesya-rapor-satir
     move spaces to ekesya-rapor-satir
     string "TIP BASINA BOS ADET - " w-liste-tarih
            delimited by size into ekesya-rapor-satir
     write ekesya-rapor-satir
     move low-values to eks-kod
     start ekesya key is not less than eks-kod
           invalid move "10" to fs-ekesya
     end-start
     perform tip-musaitligi
             until fs-ekesya = "10"
     if lk-mod-gece
        move spaces to ekesya-rapor-satir
        write ekesya-rapor-satir
        move w-kesilen to w-sayi-ed
        move w-tutar-toplam to w-tutar-ed
        move spaces to ekesya-rapor-satir
        string "GECE FISI " w-sayi-ed "  TUTAR " w-tutar-ed
               delimited by size into ekesya-rapor-satir
        write ekesya-rapor-satir
        move w-serbest to w-sayi-ed
        move spaces to ekesya-rapor-satir
        string "IPTAL/NO-SHOW SERBEST BIRAKILAN " w-sayi-ed
               delimited by size into ekesya-rapor-satir
        write ekesya-rapor-satir
     end-if
     close ekesya-rapor
     .

 liste-satiri.
     read ekrez next record
          at end move "10" to fs-ekrez
     end-read
     if fs-ekrez not = "00" and fs-ekrez not = "02"
        move "10" to fs-ekrez
     end-if
     if fs-ekrez = "10"
        exit paragraph
     end-if
     if not ekr-aktif
        exit paragraph
     end-if
     move ekr-rez-no to rez-no
     read rez
          invalid exit paragraph
     end-read
     if rez-iptal-oldu or rez-no-show
        exit paragraph
     end-if
     compute w-toplama-tar = function date-of-integer
             (function integer-of-date (ekr-bit-tar) + 1)
     if rez-cik-tar < w-toplama-tar
        move rez-cik-tar to w-toplama-tar
     end-if
     move spaces to w-yeni-tip
     if ekr-bas-tar = w-liste-tarih
        move "T" to w-yeni-tip
     end-if
     if w-toplama-tar = w-liste-tarih
        move "K" to w-yeni-tip
     end-if
     if w-yeni-tip = spaces
        exit paragraph
     end-if
     move rez-odano to w-yeni-oda
     if w-yeni-oda = spaces
        move ekr-odano to w-yeni-oda
     end-if
     move ekr-kod    to w-yeni-kod
     move ekr-adet   to w-yeni-adet
     move ekr-rez-no to w-yeni-rez-no
     move rez-soyadi to w-yeni-adi
     perform listeye-ekle
     .

*> oda sirasina gore yerine yerlestirme
 listeye-ekle.
     if w-lst-sayisi >= 2000
        exit paragraph
     end-if
     move 1 to w-lst-yer
     perform yer-ara
             until w-lst-yer > w-lst-sayisi
                or w-lst-oda (w-lst-yer) > w-yeni-oda
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
     move spaces to ekesya-rapor-satir
     move w-lst-oda (w-lst-ix)     to ekesya-rapor-satir (1:4)
     if w-lst-tip (w-lst-ix) = "T"
        move "TESLIM"  to ekesya-rapor-satir (6:8)
     else
        move "TOPLAMA" to ekesya-rapor-satir (6:8)
     end-if
     move w-lst-kod (w-lst-ix)     to ekesya-rapor-satir (15:4)
     move w-lst-adet (w-lst-ix)    to ekesya-rapor-satir (21:3)
     move w-lst-rez-no (w-lst-ix)  to ekesya-rapor-satir (27:8)
     move w-lst-adi (w-lst-ix)     to ekesya-rapor-satir (37:20)
     write ekesya-rapor-satir
     .

 tip-musaitligi.
     read ekesya next record
          at end move "10" to fs-ekesya
     end-read
     if fs-ekesya not = "00" and fs-ekesya not = "02"
        move "10" to fs-ekesya
     end-if
     if fs-ekesya = "10"
        exit paragraph
     end-if
     if not eks-aktif
        exit paragraph
     end-if
     move eks-kod to w-kod
     move w-liste-tarih to w-gece
     perform gece-ayrilan
     compute w-bos = eks-adet - w-ayrilan
     move w-bos to w-bos-ed
     move spaces to ekesya-rapor-satir
     move eks-kod to ekesya-rapor-satir (1:4)
     move eks-adi to ekesya-rapor-satir (6:30)
     move eks-adet to ekesya-rapor-satir (37:3)
     move w-bos-ed to ekesya-rapor-satir (42:6)
     if w-bos <= 0
        move "SATIS DURDU" to ekesya-rapor-satir (50:11)
     end-if
     write ekesya-rapor-satir
     .
