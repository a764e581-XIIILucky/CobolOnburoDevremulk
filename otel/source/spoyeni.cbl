*> spoyeni.cbl
*> Geriye donuk SPO/EB yeniden fiyatlama. Operatorler special offer'i
*> cogu zaman o teklifle satilmis yuzlerce rezervasyon sisteme
*> girildikten sonra yayinliyor; bugun her REZ tek tek acilip
*> modahes.cpy'nin yeniden hesaplamasi bekleniyor. Yeni SPO/EB tanimi
*> aksiyon ekranindan girildikten sonra bu program verilen acenta,
*> satis (rez-al-tar) ve konaklama araligina giren her rezervasyonu
*> fiyat motorundan (odahes, linkh-nereden 9 = gozetimsiz, mesaj
*> kutusu acmaz) yeniden gecirir:
*>   - lk-mod-simulasyon: motor anlasma/CAST yazmadan (anl-yaz,
*>     cast-yaz 0) calistirilir, her REZ icin eski ve yeni konaklama
*>     toplami ile farki spoyeni.txt'ye basilir; motorun her calismada
*>     yeniden yazdigi HESAYR/FORMULHES gece satirlari calismadan once
*>     saklanir ve sonra geri yazilir - simulasyon hicbir sey kaydetmez,
*>   - lk-mod-uygula: ikinci bir kullanicinin onayi (sifrepol, yetki
*>     w-onay-yetkisi ve uzeri, isteyenden farkli kullanici) ile
*>     motor anl-yaz/cast-yaz 1 calisir (gelecek CAST plan geceleri
*>     guncellenir), rez-fiyati yeni konaklama toplamina cekilir ve
*>     CAST-log'a zaten kesilmis ODA fisleri duzeltilir: eski satir
*>     kendi fis numarasiyla eCAST-log'a tasinir (trlog duzeltmeleri
*>     gibi), yeni satir gece farkiyla yeni fis numarasiyla yazilir,
*>     cast-log-duzeltme farki, cast-log-duz-onay-kllnc onaylayani
*>     tasir.
*> rez-fiyati konaklama toplamidir (casthiz gecelik fiyati
*> rez-fiyati / gece sayisi olarak keser); duzeltme farki da ayni
*> bolumle gece basina dagitilir, boylece kesilmis + kesilecek
*> geceler yeni toplama esit olur. Sabit fiyatli (rez-fiyat-fix "E"),
*> iptal ve gunluk kullanim kayitlari atlanir.
program-id. spoyeni is initial program.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     select ecast-log assign to random
            ecast-log-dosya
            organization indexed
            access mode is dynamic
            record key is ecast-log-fis
            alternate record key ecast-log-alt = ecast-log-anah,
                  ecast-log-fis with duplicates
            file status is fs-ecast-log.

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

     select spoyeni-rapor assign to random
            spoyeni-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

fd  ecast-log.
01  ecast-log-rec.
    02  ecast-log-anah.
        03  ecast-log-tarih.
            04  ecast-log-yil       pic 9(4).
            04  ecast-log-ay        pic 9(2).
            04  ecast-log-gun       pic 9(2).
        03  ecast-log-rez-no        pic 9(08).
    02  ecast-log-oda-no            pic x(04).
    02  ecast-log-kisi.
        03  ecast-log-buyuk         pic 9(02).
        03  ecast-log-kucuk         pic 9(02).
        03  ecast-log-bebek         pic 9(01).
        03  ecast-log-free          pic 9(01).
    02  ecast-log-fiyati            pic 9(10)v99 comp-3.
    02  ecast-log-anlasma-fiyati    pic 9(10)v99 comp-3.
    02  ecast-log-basilan-fiyat     pic s9(10)v99 comp-3.
    02  ecast-log-oda-konumu        pic 99.
    02  ecast-log-fiyat-konumu      pic 99.
    02  ecast-log-anlasma           pic xx.
    02  ecast-log-pan-tipi          pic xx.
    02  ecast-log-oda-adet          pic 9.
    02  ecast-log-share             pic 9.
    02  ecast-log-fiyat-yok         pic 9.
    02  ecast-log-duzeltme          pic s9(7)v99.
    02  ecast-log-fis               pic 9(10).

*> motorun gece satiri ve formul metni; burada yalniz anahtar
*> ve sonuc tutari okunur, satir butun olarak saklanip geri yazilir
fd  hesayr.
01  hesayr-rec.
    02  hesayr-anah.
        03  hesayr-rez-no        pic 9(08).
        03  hesayr-tarih         pic 9(08).
    02  hesayr-staf              pic x(04).
    02  hesayr-per               pic 9(03).
    02  hesayr-konum             pic 9(02).
    02  hesayr-anl-yok           pic 9(01).
    02  hesayr-ham-anah          pic x(40).
    02  hesayr-ham-fiyat         pic 9(10)v99 comp-3.
    02  hesayr-basilacak-tut     pic 9(10)v99 comp-3.
    02  hesayr-aksa-kadar        pic 9(10)v99 comp-3.
    02  hesayr-datalar           pic x(387).

fd  formulhes.
01  formulhes-rec.
    02  formulhes-anah.
        03  formulhes-rez-no     pic 9(08).
        03  formulhes-tarih      pic 9(08).
    02  formulhes-tum-formul     pic x(500).

fd  spoyeni-rapor.
01  spoyeni-rapor-satir          pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  ecast-log-dosya              pic x(200) value "ecast-log.dat".
01  hesayr-dosya                 pic x(200) value "hesayr.dat".
01  formulhes-dosya              pic x(200) value "formulhes.dat".
01  spoyeni-rapor-dosya          pic x(200) value "spoyeni.txt".
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-ecast-log                 pic xx.
01  fs-hesayr                    pic xx.
01  fs-formulhes                 pic xx.

01  w-bugun                      pic 9(08).
01  w-son-fis                    pic 9(10).
01  w-bas-son-fis                pic 9(10).

*> uygulama onayi verebilecek asgari yetki seviyesi
01  w-onay-yetkisi               pic 9(01) value 7.

*> fiyat motoru cagri blogu (odahes'in linkh-odahes'i)
01  w-linkh-odahes.
    02  linkh-rez-no             pic 9(08).
    02  linkh-nereden            pic 9(02).
    02  linkh-anl-yaz            pic 9(01).
    02  linkh-cast-yaz           pic 9(01).
    02  linkh-fiyat-yok          pic 9(01).
    02  filler                   pic x(20).

01  w-sifrepol-link.
    02  wsp-mod                  pic x(01).
    02  wsp-kllnc-kodu           pic x(10).
    02  wsp-yeni-sifre           pic x(10).
    02  wsp-girilen-kod          pic 9(06).
    02  wsp-onay-kllnc           pic x(10).
    02  wsp-onay-sifre           pic x(10).
    02  wsp-asgari-yetki         pic 9(01).
    02  wsp-sebep                pic x(30).
    02  wsp-yetki-seviyesi       pic 9(01).
    02  wsp-aktif                pic x(01).
    02  wsp-telefon              pic x(15).
    02  wsp-kilit-ac             pic x(01).
    02  wsp-giris-sonucu         pic x(01).
    02  wsp-sonuc                pic x(01).

*> simulasyonda motorun ezdigi gece satirlarinin yedegi
01  w-azami-gece                 pic 9(03) value 400.
01  w-yedek-sayisi               pic 9(03).
01  w-formul-sayisi              pic 9(03).
01  w-yedek-ix                   pic 9(03).
01  w-hesayr-yedek.
    02  w-hyd-satir occurs 400 times pic x(480).
01  w-formul-yedek.
    02  w-fyd-satir occurs 400 times pic x(520).

01  w-gir-tarih                  pic 9(08).
01  w-cik-tarih                  pic 9(08).
01  w-gece-sayisi                pic 9(05).
01  w-eski-toplam                pic 9(12)v99.
01  w-yeni-toplam                pic 9(12)v99.
01  w-rez-fark                   pic s9(12)v99.
01  w-eski-gece                  pic 9(10)v99.
01  w-yeni-gece                  pic 9(10)v99.
01  w-gece-fark                  pic s9(10)v99.
01  w-yeni-fiyat                 pic s9(10)v99.
01  w-duzeltilen                 pic 9(05).
01  w-atla-neden                 pic x(12).
01  w-eski-fis                   pic 9(10).

01  w-rez-sayisi                 pic 9(05).
01  w-degisen-sayisi             pic 9(05).
01  w-atlanan-sayisi             pic 9(05).
01  w-reddedilen                 pic 9(05).
01  w-satir-sayisi               pic 9(05).
01  w-fark-toplam                pic s9(13)v99.

01  w-tutar-ed                   pic z(11)9.99-.
01  w-tutar-ed2                  pic z(11)9.99-.
01  w-tutar-ed3                  pic z(11)9.99-.
01  w-sayi-ed                    pic z(4)9.

linkage section.
01  spoyeni-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-simulasyon        value "S".
        88  lk-mod-uygula            value "U".
    02  lk-acenta                pic x(04).
    02  lk-aksiyon-kodu          pic x(10).
    02  lk-sat-bas-tar           pic 9(08).
    02  lk-sat-bit-tar           pic 9(08).
    02  lk-kon-bas-tar           pic 9(08).
    02  lk-kon-bit-tar           pic 9(08).
    02  lk-kllnc-kodu            pic x(10).
    02  lk-onay-kllnc            pic x(10).
    02  lk-onay-sifre            pic x(10).
    02  lk-rez-sayisi            pic 9(05).
    02  lk-fark-toplam           pic s9(13)v99.
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using spoyeni-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to lk-rez-sayisi lk-fark-toplam
     if lk-acenta = spaces
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     if lk-mod-uygula
        perform supervizor-dogrula
        if lk-sonuc-hata
           move 1 to return-code
           goback
        end-if
     end-if
     open i-o rez
     open i-o hesayr
     open i-o formulhes
     if fs-rez not = "00" or fs-hesayr not = "00"
     or fs-formulhes not = "00"
        close rez hesayr formulhes
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     if lk-mod-uygula
        open i-o cast-log
        open i-o ecast-log
        if fs-ecast-log = "35"
           close ecast-log
           open output ecast-log
           close ecast-log
           open i-o ecast-log
        end-if
        if fs-cast-log not = "00" or fs-ecast-log not = "00"
           close rez hesayr formulhes cast-log ecast-log
           set lk-sonuc-hata to true
           move 1 to return-code
           goback
        end-if
        perform son-fis-bul
        move w-son-fis to w-bas-son-fis
     end-if
     open output spoyeni-rapor
     perform rapor-baslik
     move 0 to w-rez-sayisi w-degisen-sayisi w-atlanan-sayisi
               w-reddedilen
     move 0 to w-satir-sayisi w-fark-toplam
     perform rez-tara
     perform rapor-ozet
     move w-degisen-sayisi to lk-rez-sayisi
     move w-fark-toplam    to lk-fark-toplam
     if lk-mod-uygula
        close cast-log ecast-log
     end-if
     close rez hesayr formulhes spoyeni-rapor
     goback.

*> uygulama ikinci kullanici onayi ister (duzonay ile ayni denetim).
 supervizor-dogrula.
     if lk-onay-kllnc = spaces
     or lk-onay-kllnc = lk-kllnc-kodu
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     initialize w-sifrepol-link
     move "Y"            to wsp-mod
     move lk-kllnc-kodu  to wsp-kllnc-kodu
     move lk-onay-kllnc  to wsp-onay-kllnc
     move lk-onay-sifre  to wsp-onay-sifre
     move w-onay-yetkisi to wsp-asgari-yetki
     move "SPO YENIDEN FIYATLAMA" to wsp-sebep
     call "sifrepol" using w-sifrepol-link
          on exception set lk-sonuc-hata to true
     end-call
     if wsp-giris-sonucu not = "U"
        set lk-sonuc-hata to true
     end-if
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

 rez-tara.
     move low-values to rez-anah
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-satiri
             until fs-rez = "10"
     .

*> acenta + satis tarihi + konaklama araligi ile kesisen kayitlar.
 rez-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez not = "10"
        if rez-acenta = lk-acenta
        and rez-al-tar >= lk-sat-bas-tar
        and rez-al-tar <= lk-sat-bit-tar
        and rez-gir-tar <= lk-kon-bit-tar
        and rez-cik-tar > lk-kon-bas-tar
           add 1 to w-rez-sayisi
           perform rez-fiyatla
        end-if
     end-if
     .

 rez-fiyatla.
     move spaces to w-atla-neden
     evaluate true
        when rez-iptal-oldu
             move "IPTAL" to w-atla-neden
        when rez-fiyat-fix = "E"
             move "SABIT FIYAT" to w-atla-neden
        when rez-gunluk-kullanim
             move "GUNLUK" to w-atla-neden
     end-evaluate
     move rez-gir-tar to w-gir-tarih
     move rez-cik-tar to w-cik-tarih
     compute w-gece-sayisi = function integer-of-date (w-cik-tarih)
                           - function integer-of-date (w-gir-tarih)
     if w-gece-sayisi < 1
        move 1 to w-gece-sayisi
     end-if
     if w-atla-neden = spaces
     and w-gece-sayisi > w-azami-gece
        move "COK UZUN" to w-atla-neden
     end-if
     if w-atla-neden not = spaces
        add 1 to w-atlanan-sayisi
        perform atlanan-bas
        exit paragraph
     end-if
     move rez-fiyati to w-eski-toplam
     if lk-mod-simulasyon
        perform gece-yedekle
     end-if
     perform motor-calistir
     if lk-sonuc-hata
        move "10" to fs-rez
        exit paragraph
     end-if
     perform yeni-toplam-bul
     if lk-mod-simulasyon
        perform gece-geri-yaz
     end-if
     compute w-rez-fark = w-yeni-toplam - w-eski-toplam
     move 0 to w-duzeltilen
     if w-rez-fark not = 0
        add 1 to w-degisen-sayisi
        add w-rez-fark to w-fark-toplam
        if lk-mod-uygula
           perform rez-guncelle
           perform cast-log-duzelt
        end-if
     end-if
     perform rez-satiri-bas
     .

*> fiyat motoru: simulasyonda anlasma/CAST yazilmaz.
 motor-calistir.
     initialize w-linkh-odahes
     move rez-no to linkh-rez-no
     move 9      to linkh-nereden
     if lk-mod-uygula
        move 1 to linkh-anl-yaz linkh-cast-yaz
     else
        move 0 to linkh-anl-yaz linkh-cast-yaz
     end-if
     call "odahes" using rez-rec w-linkh-odahes
          on exception
             set lk-sonuc-hata to true
             move 1 to return-code
     end-call
     cancel "odahes"
     .

*> yeni konaklama toplami: motorun yazdigi gece satirlari.
 yeni-toplam-bul.
     move 0 to w-yeni-toplam
     move rez-no     to hesayr-rez-no
     move low-values to hesayr-tarih
     start hesayr key is not less than hesayr-anah
           invalid move "10" to fs-hesayr
     end-start
     perform yeni-toplam-satiri
             until fs-hesayr = "10"
     .

 yeni-toplam-satiri.
     read hesayr next record
          at end move "10" to fs-hesayr
     end-read
     if fs-hesayr not = "00" and fs-hesayr not = "02"
        move "10" to fs-hesayr
     end-if
     if fs-hesayr not = "10"
        if hesayr-rez-no not = rez-no
           move "10" to fs-hesayr
        else
           if hesayr-tarih >= w-gir-tarih
           and hesayr-tarih < w-cik-tarih
              add hesayr-basilacak-tut to w-yeni-toplam
           end-if
        end-if
     end-if
     .

*> motor her calismada rezin HESAYR/FORMULHES satirlarini siler ve
*> yeniden yazar; simulasyon once mevcut hali saklar.
 gece-yedekle.
     move 0 to w-yedek-sayisi w-formul-sayisi
     move rez-no     to hesayr-rez-no
     move low-values to hesayr-tarih
     start hesayr key is not less than hesayr-anah
           invalid move "10" to fs-hesayr
     end-start
     perform hesayr-yedek-satiri
             until fs-hesayr = "10"
     move rez-no     to formulhes-rez-no
     move low-values to formulhes-tarih
     start formulhes key is not less than formulhes-anah
           invalid move "10" to fs-formulhes
     end-start
     perform formul-yedek-satiri
             until fs-formulhes = "10"
     .

 hesayr-yedek-satiri.
     read hesayr next record
          at end move "10" to fs-hesayr
     end-read
     if fs-hesayr not = "00" and fs-hesayr not = "02"
        move "10" to fs-hesayr
     end-if
     if fs-hesayr not = "10"
        if hesayr-rez-no not = rez-no
        or w-yedek-sayisi >= w-azami-gece
           move "10" to fs-hesayr
        else
           add 1 to w-yedek-sayisi
           move hesayr-rec to w-hyd-satir(w-yedek-sayisi)
        end-if
     end-if
     .

 formul-yedek-satiri.
     read formulhes next record
          at end move "10" to fs-formulhes
     end-read
     if fs-formulhes not = "00" and fs-formulhes not = "02"
        move "10" to fs-formulhes
     end-if
     if fs-formulhes not = "10"
        if formulhes-rez-no not = rez-no
        or w-formul-sayisi >= w-azami-gece
           move "10" to fs-formulhes
        else
           add 1 to w-formul-sayisi
           move formulhes-rec to w-fyd-satir(w-formul-sayisi)
        end-if
     end-if
     .

*> simulasyon sonu: motorun yazdiklari silinir, yedek geri yazilir.
 gece-geri-yaz.
     move rez-no     to hesayr-rez-no
     move low-values to hesayr-tarih
     start hesayr key is not less than hesayr-anah
           invalid move "10" to fs-hesayr
     end-start
     perform hesayr-sil-satiri
             until fs-hesayr = "10"
     move rez-no     to formulhes-rez-no
     move low-values to formulhes-tarih
     start formulhes key is not less than formulhes-anah
           invalid move "10" to fs-formulhes
     end-start
     perform formul-sil-satiri
             until fs-formulhes = "10"
     perform hesayr-geri-yaz
             varying w-yedek-ix from 1 by 1
             until w-yedek-ix > w-yedek-sayisi
     perform formul-geri-yaz
             varying w-yedek-ix from 1 by 1
             until w-yedek-ix > w-formul-sayisi
     .

 hesayr-sil-satiri.
     read hesayr next record
          at end move "10" to fs-hesayr
     end-read
     if fs-hesayr not = "00" and fs-hesayr not = "02"
        move "10" to fs-hesayr
     end-if
     if fs-hesayr not = "10"
        if hesayr-rez-no not = rez-no
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
        if formulhes-rez-no not = rez-no
           move "10" to fs-formulhes
        else
           delete formulhes record invalid continue end-delete
        end-if
     end-if
     .

 hesayr-geri-yaz.
     move w-hyd-satir(w-yedek-ix) to hesayr-rec
     write hesayr-rec invalid rewrite hesayr-rec end-write
     .

 formul-geri-yaz.
     move w-fyd-satir(w-yedek-ix) to formulhes-rec
     write formulhes-rec invalid rewrite formulhes-rec end-write
     .

*> motor rez-rec uzerinde calistigindan kayit once yeniden okunur,
*> yalniz fiyat alani yenisine cekilir.
 rez-guncelle.
     read rez
          invalid exit paragraph
     end-read
     move w-yeni-toplam to rez-fiyati
     rewrite rez-rec invalid continue end-rewrite
     .

*> kesilmis ODA fisleri: gece farki = (yeni - eski toplam) / gece.
 cast-log-duzelt.
     compute w-eski-gece rounded = w-eski-toplam / w-gece-sayisi
     compute w-yeni-gece rounded = w-yeni-toplam / w-gece-sayisi
     compute w-gece-fark = w-yeni-gece - w-eski-gece
     if w-gece-fark = 0
        exit paragraph
     end-if
     move w-gir-tarih to cast-log-tarih
     move rez-no      to cast-log-rez-no
     move 0           to cast-log-fis
     start cast-log key is not less than cast-log-alt
           invalid move "10" to fs-cast-log
           not invalid move "00" to fs-cast-log
     end-start
     perform cast-log-satiri
             until fs-cast-log = "10"
     .

 cast-log-satiri.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     if cast-log-tarih >= w-cik-tarih
        move "10" to fs-cast-log
        exit paragraph
     end-if
     if cast-log-rez-no = rez-no
     and cast-log-break-kodu = "ODA"
     and cast-log-extradir = 0
     and cast-log-fis <= w-bas-son-fis
        perform fis-duzelt
     end-if
     .

*> eski satir eCAST-log'a, duzeltilmis satir yeni fis ile CAST-log'a.
*> Duzeltilen satir ayni anahtarin sonuna yazilir; calisma basindaki
*> son fisten buyuk fisler bu calismanindir, tekrar duzeltilmez.
 fis-duzelt.
     move cast-log-fis to w-eski-fis
     initialize ecast-log-rec
     move cast-log-anah           to ecast-log-anah
     move cast-log-oda-no         to ecast-log-oda-no
     move cast-log-kisi           to ecast-log-kisi
     move cast-log-fiyati         to ecast-log-fiyati
     move cast-log-anlasma-fiyati to ecast-log-anlasma-fiyati
     move cast-log-basilan-fiyat  to ecast-log-basilan-fiyat
     move cast-log-oda-konumu     to ecast-log-oda-konumu
     move cast-log-fiyat-konumu   to ecast-log-fiyat-konumu
     move cast-log-anlasma        to ecast-log-anlasma
     move cast-log-pan-tipi       to ecast-log-pan-tipi
     move cast-log-oda-adet       to ecast-log-oda-adet
     move cast-log-share          to ecast-log-share
     move cast-log-fiyat-yok      to ecast-log-fiyat-yok
     move cast-log-duzeltme       to ecast-log-duzeltme
     move cast-log-fis            to ecast-log-fis
     write ecast-log-rec
           invalid
               move "10" to fs-cast-log
               exit paragraph
     end-write
     compute w-yeni-fiyat = cast-log-fiyati + w-gece-fark
     if w-yeni-fiyat < 0
        move 0 to w-yeni-fiyat
     end-if
     compute cast-log-duzeltme = w-yeni-fiyat - cast-log-fiyati
     move w-yeni-fiyat  to cast-log-fiyati
     move lk-onay-kllnc to cast-log-duz-onay-kllnc
     move w-bugun       to cast-log-duz-tarih
     move "SPO"         to cast-log-duz-kaynak
     add 1 to w-son-fis
     move w-son-fis to cast-log-fis
*>   eski satir ancak duzeltilmis satir yazildiktan sonra silinir;
*>   yazilamazsa eski satir folioda kalir, eCAST-log kopyasi geri
*>   alinir ve satir reddedilen sayilir
     write cast-log-rec
           invalid
               move w-eski-fis to ecast-log-fis
               delete ecast-log record invalid continue end-delete
               add 1 to w-reddedilen
           not invalid
               move w-eski-fis to cast-log-fis
               delete cast-log record invalid continue end-delete
               add 1 to w-duzeltilen
     end-write
*>   tarama eski fisin hemen arkasindan surer
     move w-eski-fis to cast-log-fis
     start cast-log key is greater than cast-log-alt
           invalid move "10" to fs-cast-log
           not invalid move "00" to fs-cast-log
     end-start
     .

 rapor-baslik.
     move spaces to spoyeni-rapor-satir
     if lk-mod-uygula
        string "SPO YENIDEN FIYATLAMA - UYGULAMA  ACENTA " lk-acenta
               " AKSIYON " lk-aksiyon-kodu " ONAY " lk-onay-kllnc
               delimited by size into spoyeni-rapor-satir
     else
        string "SPO YENIDEN FIYATLAMA - SIMULASYON (KAYIT YOK)  "
               "ACENTA " lk-acenta " AKSIYON " lk-aksiyon-kodu
               delimited by size into spoyeni-rapor-satir
     end-if
     write spoyeni-rapor-satir
     move spaces to spoyeni-rapor-satir
     string "SATIS " lk-sat-bas-tar "-" lk-sat-bit-tar
            "  KONAKLAMA " lk-kon-bas-tar "-" lk-kon-bit-tar
            "  TARIH " w-bugun
            delimited by size into spoyeni-rapor-satir
     write spoyeni-rapor-satir
     move all "-" to spoyeni-rapor-satir
     write spoyeni-rapor-satir
     move spaces to spoyeni-rapor-satir
     string "REZ-NO   ADI SOYADI            GIRIS    CIKIS   "
            "      ESKI TOPLAM       YENI TOPLAM             FARK"
            "  FIS"
            delimited by size into spoyeni-rapor-satir
     write spoyeni-rapor-satir
     .

 rez-satiri-bas.
     move w-eski-toplam to w-tutar-ed
     move w-yeni-toplam to w-tutar-ed2
     move w-rez-fark    to w-tutar-ed3
     move w-duzeltilen  to w-sayi-ed
     move spaces to spoyeni-rapor-satir
     string rez-no " " rez-soyadi " " rez-gir-tar " " rez-cik-tar
            " " w-tutar-ed " " w-tutar-ed2 " " w-tutar-ed3
            " " w-sayi-ed
            delimited by size into spoyeni-rapor-satir
     write spoyeni-rapor-satir
     add 1 to w-satir-sayisi
     .

 atlanan-bas.
     move spaces to spoyeni-rapor-satir
     string rez-no " " rez-soyadi " " rez-gir-tar " " rez-cik-tar
            " ATLANDI: " w-atla-neden
            delimited by size into spoyeni-rapor-satir
     write spoyeni-rapor-satir
     .

 rapor-ozet.
     move all "-" to spoyeni-rapor-satir
     write spoyeni-rapor-satir
     move w-rez-sayisi to w-sayi-ed
     move spaces to spoyeni-rapor-satir
     string "KAPSAMDAKI REZ: " w-sayi-ed
            delimited by size into spoyeni-rapor-satir
     write spoyeni-rapor-satir
     move w-degisen-sayisi to w-sayi-ed
     move spaces to spoyeni-rapor-satir
     string "FIYATI DEGISEN: " w-sayi-ed
            delimited by size into spoyeni-rapor-satir
     write spoyeni-rapor-satir
     move w-atlanan-sayisi to w-sayi-ed
     move spaces to spoyeni-rapor-satir
     string "ATLANAN:        " w-sayi-ed
            delimited by size into spoyeni-rapor-satir
     write spoyeni-rapor-satir
     move w-reddedilen to w-sayi-ed
     move spaces to spoyeni-rapor-satir
     string "YAZILAMAYAN FIS:" w-sayi-ed
            " (ESKI SATIR FOLIODA KALDI, ELLE DUZELTIN)"
            delimited by size into spoyeni-rapor-satir
     write spoyeni-rapor-satir
     move w-fark-toplam to w-tutar-ed
     move spaces to spoyeni-rapor-satir
     string "TOPLAM FARK:    " w-tutar-ed
            delimited by size into spoyeni-rapor-satir
     write spoyeni-rapor-satir
     .
