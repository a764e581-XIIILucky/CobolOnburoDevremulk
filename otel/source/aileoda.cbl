*> aileoda.cbl
*> Baglantili ve bitisik oda ciftleri ile aile setleri. Iki oda
*> alan aileler odalarin ic kapiyla birbirine acilmasini istiyor;
*> ODALAR hangi odalarin baglantili oldugunu bilmedigi icin masa
*> tek bir supervizorun hafizasina dayaniyordu. Bu program:
*>   - lk-mod-cift: ODALAR'a cift tanimlar - B baglantili (ic
*>     kapi, oda basina bir karsi oda), K bitisik (oda basina en
*>     cok iki komsu), S ciftin silinmesi; tanim iki odaya
*>     karsilikli yazilir,
*>   - lk-mod-bagla / lk-mod-coz: rezervasyonu bir aile setine
*>     baglar / setten cikarir (AILSET + rez-aile-no/rez-aile-tipi;
*>     set numarasi lider rezervasyondur, tip B yalniz baglantili,
*>     K bitisik de olur),
*>   - lk-mod-uygun: oda secimi (todasec1/todasecy) aday oda
*>     basina odaterc'i cagirir, odaterc de bunu: setteki baska
*>     uyeye oda verilmisse aday ancak o odayla gecerli cift
*>     olusturuyorsa, hic oda verilmemisse aday bir ciftin parcasi
*>     ise uygundur ("CIFT" ile reddedilir). Sete bagli olmayan
*>     rezervasyon icin baglantili odalar "BAGL" ile isaretlenir
*>     (odaterc puanini dusurur - ciftler ailelere kalsin),
*>   - lk-mod-rapor (gecedrv varsayilani lk-mod-gece): onumuzdeki
*>     lk-gun (bos ise 30) gun icin hala gecerli cifti olmayan
*>     setler (ODASIZ / CIFTYOK) ve gun gun bos baglantili cift
*>     sayisinin bekleyen aile talebini karsilamadigi gunler; bu
*>     gunlerde son bos ciftleri tutan sete bagli olmayan oda
*>     atamalari ENGEL olarak listelenir (aileoda.txt).
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. aileoda.
environment division.
input-output section.
file-control.
     copy "ailset.sel.cpy".

     copy "odalar.sel.cpy".

     copy "rez.sel.cpy".

     select aileoda-rapor assign to random
            aileoda-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "ailset.lib.cpy".

 copy "odalar.lib.cpy".

 copy "rez.lib.cpy".

fd  aileoda-rapor.
01  aileoda-rapor-satir          pic x(132).

working-storage section.
01  ailset-dosya                 pic x(200) value "ailset.dat".
01  odalar-dosya                 pic x(200) value "odalar.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  aileoda-rapor-dosya          pic x(200) value "aileoda.txt".
01  fs-ailset                    pic xx.
01  fs-odalar                    pic xx.
01  fs-rez                       pic xx.

01  w-bugun                      pic 9(08).
01  w-bulundu                    pic x(01).
01  w-aranan-oda                 pic x(04).

*> cift tanimi
01  w-oda-a                      pic x(04).
01  w-oda-b                      pic x(04).
01  w-eski-karsi                 pic x(04).
01  w-bitisik-hedef              pic x(04).
01  w-yer-var                    pic x(01).

*> aile seti
01  w-aile-no                    pic 9(08).
01  w-aile-tipi                  pic x(01).
01  w-uye-sayisi                 pic 9(03).
01  w-son-uye                    pic 9(08).

*> uygunluk: aday odanin ciftleri
01  w-ady-baglanti               pic x(04).
01  w-ady-bitisik1               pic x(04).
01  w-ady-bitisik2               pic x(04).
01  w-atanmis                    pic 9(03).
01  w-gecerli                    pic x(01).
01  w-uye-oda                    pic x(04).

*> rapor: oda ciftleri, ufuktaki rezervasyonlar ve setler
01  w-ufuk-gun                   pic 9(03).
01  w-ufuk-son                   pic 9(08).
01  w-oda-sayisi                 pic 9(04).
01  w-oda-tablosu.
    02  w-odt-satir              occurs 2000 times.
        03  w-odt-oda            pic x(04).
        03  w-odt-baglanti       pic x(04).
        03  w-odt-bitisik1       pic x(04).
        03  w-odt-bitisik2       pic x(04).
01  w-odt-ix                     pic 9(04).
01  w-rzt-sayisi                 pic 9(04).
01  w-rzt-tablosu.
    02  w-rzt-satir              occurs 5000 times.
        03  w-rzt-rez-no         pic 9(08).
        03  w-rzt-oda            pic x(04).
        03  w-rzt-gir            pic 9(08).
        03  w-rzt-cik            pic 9(08).
        03  w-rzt-aile           pic 9(08).
        03  w-rzt-tipi           pic x(01).
        03  w-rzt-basildi        pic x(01).
01  w-rzt-ix                     pic 9(04).
01  w-rzt-jx                     pic 9(04).
01  w-rzt-kx                     pic 9(04).
01  w-set-sayisi                 pic 9(04).
01  w-set-tablosu.
    02  w-set-satir              occurs 1000 times.
        03  w-set-aile           pic 9(08).
        03  w-set-tipi           pic x(01).
        03  w-set-tatmin         pic x(01).
        03  w-set-bas            pic 9(08).
        03  w-set-bit            pic 9(08).
01  w-set-ix                     pic 9(04).

*> cift denetimi: w-cift-a ile w-cift-b, w-cift-tipi'ne gore
01  w-cift-a                     pic x(04).
01  w-cift-b                     pic x(04).
01  w-cift-tipi                  pic x(01).
01  w-cift-gecerli               pic x(01).
01  w-ortak-var                  pic x(01).
01  w-sorun-tipi                 pic x(01).

*> gun gun darbogaz
01  w-gun-ix                     pic 9(03).
01  w-gun                        pic 9(08).
01  w-talep                      pic 9(04).
01  w-bos-cift                   pic 9(04).
01  w-tutuluyor                  pic x(01).
01  w-sorun-sayisi               pic 9(05).
01  w-sayi-ed                    pic z(3)9.

*> gecedrv parametresiz cagirdiginda tam gece akisi
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic x(09) value spaces.
    02  filler                   pic 9(16) value 0.
    02  filler                   pic x(01) value space.
    02  filler                   pic 9(03) value 0.
    02  filler                   pic x(14) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  aileoda-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-cift              value "C".
        88  lk-mod-bagla             value "A".
        88  lk-mod-coz               value "Z".
        88  lk-mod-uygun             value "U".
        88  lk-mod-rapor             value "R".
        88  lk-mod-gece              value "G".
*>   cift: iki oda ve B/K/S; uygun: aday oda lk-oda-no
    02  lk-oda-no                pic x(04).
    02  lk-karsi-oda             pic x(04).
    02  lk-cift-tipi             pic x(01).
    02  lk-rez-no                pic 9(08).
    02  lk-lider-rez-no          pic 9(08).
    02  lk-aile-tipi             pic x(01).
    02  lk-gun                   pic 9(03).
    02  lk-kllnc                 pic x(10).
*>   ODA oda yok, DOLU bitisik yeri dolu, YOK rez yok, SET baska
*>   sette, CIFT gecerli cift degil, BAGL baglantili oda (bilgi)
    02  lk-red-nedeni            pic x(04).
*>   rapor: sorun satiri
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional aileoda-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of aileoda-link = null
        set address of aileoda-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     move spaces to lk-red-nedeni
     evaluate true
        when lk-mod-cift
             open i-o odalar
             if fs-odalar not = "00"
                close odalar
                set lk-sonuc-hata to true
             else
                perform cift-tanimla
                close odalar
             end-if
        when lk-mod-bagla
        when lk-mod-coz
             perform ailset-ac
             open i-o rez
             if fs-ailset not = "00" or fs-rez not = "00"
                close ailset rez
                set lk-sonuc-hata to true
             else
                if lk-mod-bagla
                   perform sete-bagla
                else
                   perform setten-coz
                end-if
                close ailset rez
             end-if
        when lk-mod-uygun
             perform ailset-ac
             open input odalar
             open input rez
             if fs-ailset not = "00" or fs-odalar not = "00"
             or fs-rez not = "00"
                close ailset odalar rez
                set lk-sonuc-hata to true
             else
                perform uygunluk
                close ailset odalar rez
             end-if
        when lk-mod-rapor
        when lk-mod-gece
             open input odalar
             open input rez
             if fs-odalar not = "00" or fs-rez not = "00"
                close odalar rez
                set lk-sonuc-hata to true
             else
                perform rapor-isle
                close odalar rez
                move w-sorun-sayisi to lk-sayi
             end-if
        when other
             set lk-sonuc-hata to true
     end-evaluate
     if lk-sonuc-hata and not lk-mod-uygun
        move 1 to return-code
     end-if
     goback.

 ailset-ac.
     open i-o ailset
     if fs-ailset = "35"
        close ailset
        open output ailset
        close ailset
        open i-o ailset
     end-if
     .

*> ODALAR anahtari kat+konum+no oldugundan oda numarasiyla arama
*> sira ile yapilir; bulunan kayit bellekte kalir.
 oda-bul.
     move "H" to w-bulundu
     move low-values to oda-anah
     start odalar key is not less than oda-anah
           invalid move "10" to fs-odalar
     end-start
     perform oda-bul-satiri
             until w-bulundu = "E"
                or fs-odalar = "10"
     .

 oda-bul-satiri.
     read odalar next record
          at end move "10" to fs-odalar
     end-read
     if fs-odalar not = "00" and fs-odalar not = "02"
        move "10" to fs-odalar
     end-if
     if fs-odalar not = "10"
        if oda-no (1:4) = w-aranan-oda
           move "E" to w-bulundu
        end-if
     end-if
     .

*> ---------------------------------------------------------------
*> cift tanimi: iki odaya karsilikli yazilir
*> ---------------------------------------------------------------
 cift-tanimla.
     move lk-oda-no    to w-oda-a
     move lk-karsi-oda to w-oda-b
     if w-oda-a = spaces or w-oda-b = spaces
     or w-oda-a = w-oda-b
        move "ODA " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move w-oda-b to w-aranan-oda
     perform oda-bul
     if w-bulundu not = "E"
        move "ODA " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move w-oda-a to w-aranan-oda
     perform oda-bul
     if w-bulundu not = "E"
        move "ODA " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     evaluate lk-cift-tipi
        when "B"
             perform baglanti-yaz
             move w-oda-b to w-aranan-oda
             perform oda-bul
             move w-oda-a to w-oda-b
             move oda-no (1:4) to w-oda-a
             perform baglanti-yaz
        when "K"
*>           iki odada da yer (ya da mevcut bag) yoksa hic yazilmaz;
*>           tek tarafli bitisiklik kalmasin
             move w-oda-b to w-bitisik-hedef
             perform bitisik-yer-denetle
             if w-yer-var = "E"
                move w-oda-b to w-aranan-oda
                perform oda-bul
                move w-oda-a to w-bitisik-hedef
                perform bitisik-yer-denetle
                move w-oda-a to w-aranan-oda
                perform oda-bul
             end-if
             if w-yer-var not = "E"
                move "DOLU" to lk-red-nedeni
                set lk-sonuc-hata to true
                exit paragraph
             end-if
             perform bitisik-yaz
             if lk-sonuc-tamam
                move w-oda-b to w-aranan-oda
                perform oda-bul
                move w-oda-a to w-oda-b
                move oda-no (1:4) to w-oda-a
                perform bitisik-yaz
             end-if
        when "S"
             perform cift-sil
             move w-oda-b to w-aranan-oda
             perform oda-bul
             move w-oda-a to w-oda-b
             move oda-no (1:4) to w-oda-a
             perform cift-sil
        when other
             set lk-sonuc-hata to true
     end-evaluate
     .

*> w-oda-a bellekte; eski karsi odanin baglantisi da bosaltilir
 baglanti-yaz.
     move oda-baglanti-no (1:4) to w-eski-karsi
     move w-oda-b to oda-baglanti-no
     rewrite oda-rec invalid set lk-sonuc-hata to true
     end-rewrite
     if w-eski-karsi not = spaces and w-eski-karsi not = w-oda-b
        move w-eski-karsi to w-aranan-oda
        perform oda-bul
        if w-bulundu = "E" and oda-baglanti-no (1:4) = w-oda-a
           move spaces to oda-baglanti-no
           rewrite oda-rec invalid continue end-rewrite
        end-if
     end-if
     .

 bitisik-yaz.
     if oda-bitisik-no1 (1:4) = w-oda-b
     or oda-bitisik-no2 (1:4) = w-oda-b
        exit paragraph
     end-if
     if oda-bitisik-no1 = spaces
        move w-oda-b to oda-bitisik-no1
     else
        if oda-bitisik-no2 = spaces
           move w-oda-b to oda-bitisik-no2
        else
           move "DOLU" to lk-red-nedeni
           set lk-sonuc-hata to true
           exit paragraph
        end-if
     end-if
     rewrite oda-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> bellekteki odada w-bitisik-hedef icin bos yer ya da mevcut bag
 bitisik-yer-denetle.
     if oda-bitisik-no1 (1:4) = w-bitisik-hedef
     or oda-bitisik-no2 (1:4) = w-bitisik-hedef
     or oda-bitisik-no1 = spaces
     or oda-bitisik-no2 = spaces
        move "E" to w-yer-var
     else
        move "H" to w-yer-var
     end-if
     .

 cift-sil.
     if oda-baglanti-no (1:4) = w-oda-b
        move spaces to oda-baglanti-no
     end-if
     if oda-bitisik-no1 (1:4) = w-oda-b
        move spaces to oda-bitisik-no1
     end-if
     if oda-bitisik-no2 (1:4) = w-oda-b
        move spaces to oda-bitisik-no2
     end-if
     rewrite oda-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> ---------------------------------------------------------------
*> aile seti: lider zaten bir setteyse uye o sete eklenir
*> ---------------------------------------------------------------
 sete-bagla.
     move lk-aile-tipi to w-aile-tipi
     if w-aile-tipi not = "K"
        move "B" to w-aile-tipi
     end-if
     move lk-lider-rez-no to rez-no
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
     if rez-aile-no > 0
        move rez-aile-no to w-aile-no
     else
        move rez-no to w-aile-no
     end-if
     perform uyeyi-isle
     if lk-sonuc-hata
        exit paragraph
     end-if
     move lk-rez-no to rez-no
     read rez
          invalid move "YOK " to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if rez-aile-no > 0 and rez-aile-no not = w-aile-no
        move "SET " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform uyeyi-isle
     .

*> bellekteki rez sete yazilir (rez alani + AILSET satiri)
 uyeyi-isle.
     move w-aile-no   to rez-aile-no
     move w-aile-tipi to rez-aile-tipi
     rewrite rez-rec invalid set lk-sonuc-hata to true
     end-rewrite
     move w-aile-no to ail-aile-no
     move rez-no    to ail-rez-no
     read ailset
          invalid
              initialize ail-rec
              move w-aile-no to ail-aile-no
              move rez-no    to ail-rez-no
              move w-aile-tipi to ail-tipi
              move lk-kllnc  to ail-kllnc
              move w-bugun   to ail-tarih
              write ail-rec invalid set lk-sonuc-hata to true
              end-write
          not invalid
              move w-aile-tipi to ail-tipi
              move lk-kllnc  to ail-kllnc
              move w-bugun   to ail-tarih
              rewrite ail-rec invalid set lk-sonuc-hata to true
              end-rewrite
     end-read
     .

*> tek uye kalan set de cozulur
 setten-coz.
     move lk-rez-no to rez-no
     read rez
          invalid move "YOK " to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if rez-aile-no = 0
        move "YOK " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move rez-aile-no to w-aile-no
     perform uyeyi-cikar
     perform uyeleri-say
     if w-uye-sayisi = 1
        move w-son-uye to rez-no
        read rez
             invalid continue
             not invalid perform uyeyi-cikar
        end-read
     end-if
     .

 uyeyi-cikar.
     move 0      to rez-aile-no
     move spaces to rez-aile-tipi
     rewrite rez-rec invalid set lk-sonuc-hata to true
     end-rewrite
     move w-aile-no to ail-aile-no
     move rez-no    to ail-rez-no
     delete ailset invalid continue end-delete
     .

 uyeleri-say.
     move 0 to w-uye-sayisi w-son-uye
     move w-aile-no to ail-aile-no
     move 0 to ail-rez-no
     start ailset key is not less than ail-anah
           invalid move "10" to fs-ailset
     end-start
     perform uye-say-satiri
             until fs-ailset = "10"
     .

 uye-say-satiri.
     read ailset next record
          at end move "10" to fs-ailset
     end-read
     if fs-ailset not = "00" and fs-ailset not = "02"
        move "10" to fs-ailset
     end-if
     if fs-ailset not = "10"
        if ail-aile-no not = w-aile-no
           move "10" to fs-ailset
        else
           add 1 to w-uye-sayisi
           move ail-rez-no to w-son-uye
        end-if
     end-if
     .

*> ---------------------------------------------------------------
*> oda secimi: aday oda bu rezervasyon icin gecerli mi?
*> ---------------------------------------------------------------
 uygunluk.
     move lk-oda-no to w-aranan-oda
     perform oda-bul
     if w-bulundu not = "E"
        exit paragraph
     end-if
     move oda-baglanti-no (1:4) to w-ady-baglanti
     move oda-bitisik-no1 (1:4) to w-ady-bitisik1
     move oda-bitisik-no2 (1:4) to w-ady-bitisik2
     move lk-rez-no to rez-no
     read rez
          invalid exit paragraph
     end-read
     if rez-aile-no = 0
        if w-ady-baglanti not = spaces
           move "BAGL" to lk-red-nedeni
        end-if
        exit paragraph
     end-if
     move rez-aile-no   to w-aile-no
     move rez-aile-tipi to w-aile-tipi
     move 0   to w-atanmis
     move "H" to w-gecerli
     move w-aile-no to ail-aile-no
     move 0 to ail-rez-no
     start ailset key is not less than ail-anah
           invalid move "10" to fs-ailset
     end-start
     perform uye-oda-satiri
             until fs-ailset = "10"
     if w-atanmis = 0
        if w-ady-baglanti not = spaces
           move "E" to w-gecerli
        end-if
        if w-aile-tipi = "K"
        and (w-ady-bitisik1 not = spaces
          or w-ady-bitisik2 not = spaces)
           move "E" to w-gecerli
        end-if
     end-if
     if w-gecerli not = "E"
        move "CIFT" to lk-red-nedeni
        set lk-sonuc-hata to true
     end-if
     .

 uye-oda-satiri.
     read ailset next record
          at end move "10" to fs-ailset
     end-read
     if fs-ailset not = "00" and fs-ailset not = "02"
        move "10" to fs-ailset
     end-if
     if fs-ailset = "10"
        exit paragraph
     end-if
     if ail-aile-no not = w-aile-no
        move "10" to fs-ailset
        exit paragraph
     end-if
     if ail-rez-no = lk-rez-no
        exit paragraph
     end-if
     move ail-rez-no to rez-no
     read rez
          invalid exit paragraph
     end-read
     if rez-iptal-oldu or rez-no-show or rez-odano = spaces
        exit paragraph
     end-if
     add 1 to w-atanmis
     move rez-odano to w-uye-oda
     if w-ady-baglanti = w-uye-oda
        move "E" to w-gecerli
     end-if
     if w-aile-tipi = "K"
     and (w-ady-bitisik1 = w-uye-oda or w-ady-bitisik2 = w-uye-oda)
        move "E" to w-gecerli
     end-if
     .

*> ---------------------------------------------------------------
*> ileriye donuk rapor
*> ---------------------------------------------------------------
 rapor-isle.
     move 0 to w-sorun-sayisi
     move lk-gun to w-ufuk-gun
     if w-ufuk-gun = 0
        move 30 to w-ufuk-gun
     end-if
     compute w-ufuk-son = function date-of-integer
             (function integer-of-date (w-bugun) + w-ufuk-gun)
     perform odalari-yukle
     perform rezleri-yukle
     open output aileoda-rapor
     move spaces to aileoda-rapor-satir
     string "AILE SETLERI VE BAGLANTILI ODALAR - " w-bugun
            " / " w-ufuk-son
            delimited by size into aileoda-rapor-satir
     write aileoda-rapor-satir
     move all "-" to aileoda-rapor-satir
     write aileoda-rapor-satir
     move 0 to w-set-sayisi
     perform set-degerlendir
             varying w-rzt-ix from 1 by 1
             until w-rzt-ix > w-rzt-sayisi
     move spaces to aileoda-rapor-satir
     write aileoda-rapor-satir
     move "GUN       TALEP  BOS CIFT" to aileoda-rapor-satir
     write aileoda-rapor-satir
     perform gun-degerlendir
             varying w-gun-ix from 0 by 1
             until w-gun-ix >= w-ufuk-gun
     move spaces to aileoda-rapor-satir
     write aileoda-rapor-satir
     move w-sorun-sayisi to w-sayi-ed
     move spaces to aileoda-rapor-satir
     string "SORUN SATIRI " w-sayi-ed
            delimited by size into aileoda-rapor-satir
     write aileoda-rapor-satir
     close aileoda-rapor
     .

 odalari-yukle.
     move 0 to w-oda-sayisi
     move low-values to oda-anah
     start odalar key is not less than oda-anah
           invalid move "10" to fs-odalar
     end-start
     perform oda-yukle-satiri
             until fs-odalar = "10"
     .

 oda-yukle-satiri.
     read odalar next record
          at end move "10" to fs-odalar
     end-read
     if fs-odalar not = "00" and fs-odalar not = "02"
        move "10" to fs-odalar
     end-if
     if fs-odalar = "10"
        exit paragraph
     end-if
     if oda-baglanti-no = spaces and oda-bitisik-no1 = spaces
     and oda-bitisik-no2 = spaces
        exit paragraph
     end-if
     if w-oda-sayisi < 2000
        add 1 to w-oda-sayisi
        move oda-no (1:4)          to w-odt-oda (w-oda-sayisi)
        move oda-baglanti-no (1:4) to w-odt-baglanti (w-oda-sayisi)
        move oda-bitisik-no1 (1:4) to w-odt-bitisik1 (w-oda-sayisi)
        move oda-bitisik-no2 (1:4) to w-odt-bitisik2 (w-oda-sayisi)
     end-if
     .

 rezleri-yukle.
     move 0 to w-rzt-sayisi
     move 0 to rez-no
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-yukle-satiri
             until fs-rez = "10"
     .

 rez-yukle-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     if rez-iptal-oldu or rez-no-show or rez-gunluk-kullanim
        exit paragraph
     end-if
     if rez-cik-tar <= w-bugun or rez-gir-tar >= w-ufuk-son
        exit paragraph
     end-if
     if rez-odano = spaces and rez-aile-no = 0
        exit paragraph
     end-if
     if w-rzt-sayisi < 5000
        add 1 to w-rzt-sayisi
        move rez-no        to w-rzt-rez-no (w-rzt-sayisi)
        move rez-odano     to w-rzt-oda (w-rzt-sayisi)
        move rez-gir-tar   to w-rzt-gir (w-rzt-sayisi)
        move rez-cik-tar   to w-rzt-cik (w-rzt-sayisi)
        move rez-aile-no   to w-rzt-aile (w-rzt-sayisi)
        move rez-aile-tipi to w-rzt-tipi (w-rzt-sayisi)
        move "H"           to w-rzt-basildi (w-rzt-sayisi)
     end-if
     .

*> her set ilk uyesinde bir kez degerlendirilir
 set-degerlendir.
     if w-rzt-aile (w-rzt-ix) = 0
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform set-ara
             varying w-set-ix from 1 by 1
             until w-set-ix > w-set-sayisi
                or w-bulundu = "E"
     if w-bulundu = "E" or w-set-sayisi >= 1000
        exit paragraph
     end-if
     add 1 to w-set-sayisi
     move w-set-sayisi to w-set-ix
     move w-rzt-aile (w-rzt-ix) to w-set-aile (w-set-ix)
     move w-rzt-tipi (w-rzt-ix) to w-set-tipi (w-set-ix)
     move "E" to w-set-tatmin (w-set-ix)
     move w-rzt-gir (w-rzt-ix) to w-set-bas (w-set-ix)
     move w-rzt-cik (w-rzt-ix) to w-set-bit (w-set-ix)
     perform uye-degerlendir
             varying w-rzt-jx from 1 by 1
             until w-rzt-jx > w-rzt-sayisi
     .

 set-ara.
     if w-set-aile (w-set-ix) = w-rzt-aile (w-rzt-ix)
        move "E" to w-bulundu
     end-if
     .

 uye-degerlendir.
     if w-rzt-aile (w-rzt-jx) not = w-set-aile (w-set-ix)
        exit paragraph
     end-if
     if w-rzt-gir (w-rzt-jx) < w-set-bas (w-set-ix)
        move w-rzt-gir (w-rzt-jx) to w-set-bas (w-set-ix)
     end-if
     if w-rzt-cik (w-rzt-jx) > w-set-bit (w-set-ix)
        move w-rzt-cik (w-rzt-jx) to w-set-bit (w-set-ix)
     end-if
     if w-rzt-oda (w-rzt-jx) = spaces
        move "H" to w-set-tatmin (w-set-ix)
        move "O" to w-sorun-tipi
        perform uye-satiri-yaz
        exit paragraph
     end-if
     move "H" to w-ortak-var
     move w-rzt-oda (w-rzt-jx)  to w-cift-a
     move w-set-tipi (w-set-ix) to w-cift-tipi
     perform ortak-ara
             varying w-rzt-kx from 1 by 1
             until w-rzt-kx > w-rzt-sayisi
                or w-ortak-var = "E"
     if w-ortak-var not = "E"
        move "H" to w-set-tatmin (w-set-ix)
        move "C" to w-sorun-tipi
        perform uye-satiri-yaz
     end-if
     .

*> setin baska bir uyesinin odasi ile gecerli cift var mi
 ortak-ara.
     if w-rzt-kx = w-rzt-jx
     or w-rzt-aile (w-rzt-kx) not = w-set-aile (w-set-ix)
     or w-rzt-oda (w-rzt-kx) = spaces
        exit paragraph
     end-if
     move w-rzt-oda (w-rzt-kx) to w-cift-b
     perform cift-gecerli-mi
     if w-cift-gecerli = "E"
        move "E" to w-ortak-var
     end-if
     .

*> w-cift-a odasinin tanimi w-cift-b'yi karsi oda gosteriyor mu
*> (K tipinde bitisik de sayilir)
 cift-gecerli-mi.
     move "H" to w-cift-gecerli
     move "H" to w-bulundu
     perform oda-tablo-ara
             varying w-odt-ix from 1 by 1
             until w-odt-ix > w-oda-sayisi
                or w-bulundu = "E"
     if w-bulundu not = "E"
        exit paragraph
     end-if
     subtract 1 from w-odt-ix
     if w-odt-baglanti (w-odt-ix) = w-cift-b
        move "E" to w-cift-gecerli
     end-if
     if w-cift-tipi = "K"
     and (w-odt-bitisik1 (w-odt-ix) = w-cift-b
       or w-odt-bitisik2 (w-odt-ix) = w-cift-b)
        move "E" to w-cift-gecerli
     end-if
     .

 oda-tablo-ara.
     if w-odt-oda (w-odt-ix) = w-cift-a
        move "E" to w-bulundu
     end-if
     .

 uye-satiri-yaz.
     add 1 to w-sorun-sayisi
     move spaces to aileoda-rapor-satir
     move w-set-aile (w-set-ix)   to aileoda-rapor-satir (1:8)
     move w-rzt-rez-no (w-rzt-jx) to aileoda-rapor-satir (11:8)
     move w-rzt-oda (w-rzt-jx)    to aileoda-rapor-satir (21:4)
     move w-rzt-gir (w-rzt-jx)    to aileoda-rapor-satir (27:8)
     move w-rzt-cik (w-rzt-jx)    to aileoda-rapor-satir (37:8)
     if w-sorun-tipi = "C"
        move "CIFTYOK - GECERLI CIFT YOK" to
             aileoda-rapor-satir (47:30)
     else
        move "ODASIZ - ODA ATANMADI" to aileoda-rapor-satir (47:30)
     end-if
     write aileoda-rapor-satir
     .

*> ---------------------------------------------------------------
*> gun gun: cifti olmayan setlerin talebi ile bos baglantili cift
*> ---------------------------------------------------------------
 gun-degerlendir.
     compute w-gun = function date-of-integer
             (function integer-of-date (w-bugun) + w-gun-ix)
     move 0 to w-talep w-bos-cift
     perform talep-say
             varying w-set-ix from 1 by 1
             until w-set-ix > w-set-sayisi
     if w-talep = 0
        exit paragraph
     end-if
     perform bos-cift-say
             varying w-odt-ix from 1 by 1
             until w-odt-ix > w-oda-sayisi
     if w-bos-cift > w-talep
        exit paragraph
     end-if
     move spaces to aileoda-rapor-satir
     move w-gun to aileoda-rapor-satir (1:8)
     move w-talep to w-sayi-ed
     move w-sayi-ed to aileoda-rapor-satir (11:4)
     move w-bos-cift to w-sayi-ed
     move w-sayi-ed to aileoda-rapor-satir (18:4)
     if w-bos-cift < w-talep
        move "YETERSIZ" to aileoda-rapor-satir (25:8)
        add 1 to w-sorun-sayisi
     else
        move "SON CIFT" to aileoda-rapor-satir (25:8)
     end-if
     write aileoda-rapor-satir
     if w-bos-cift < w-talep
        perform engel-yaz
                varying w-rzt-ix from 1 by 1
                until w-rzt-ix > w-rzt-sayisi
     end-if
     .

 talep-say.
     if w-set-tatmin (w-set-ix) = "H"
     and w-set-bas (w-set-ix) <= w-gun
     and w-set-bit (w-set-ix) > w-gun
        add 1 to w-talep
     end-if
     .

*> her baglantili cift kucuk numarali odasinda bir kez sayilir
 bos-cift-say.
     if w-odt-baglanti (w-odt-ix) = spaces
     or w-odt-baglanti (w-odt-ix) < w-odt-oda (w-odt-ix)
        exit paragraph
     end-if
     move w-odt-oda (w-odt-ix) to w-cift-a
     perform oda-tutuluyor-mu
     if w-tutuluyor = "E"
        exit paragraph
     end-if
     move w-odt-baglanti (w-odt-ix) to w-cift-a
     perform oda-tutuluyor-mu
     if w-tutuluyor = "E"
        exit paragraph
     end-if
     add 1 to w-bos-cift
     .

 oda-tutuluyor-mu.
     move "H" to w-tutuluyor
     perform tutan-ara
             varying w-rzt-kx from 1 by 1
             until w-rzt-kx > w-rzt-sayisi
                or w-tutuluyor = "E"
     .

 tutan-ara.
     if w-rzt-oda (w-rzt-kx) = w-cift-a
     and w-rzt-gir (w-rzt-kx) <= w-gun
     and w-rzt-cik (w-rzt-kx) > w-gun
        move "E" to w-tutuluyor
     end-if
     .

*> sete bagli olmayan ve o gun baglantili bir odayi tutan atama
 engel-yaz.
     if w-rzt-aile (w-rzt-ix) > 0
     or w-rzt-basildi (w-rzt-ix) = "E"
     or w-rzt-oda (w-rzt-ix) = spaces
     or w-rzt-gir (w-rzt-ix) > w-gun
     or w-rzt-cik (w-rzt-ix) <= w-gun
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform baglantili-oda-ara
             varying w-odt-ix from 1 by 1
             until w-odt-ix > w-oda-sayisi
                or w-bulundu = "E"
     if w-bulundu not = "E"
        exit paragraph
     end-if
     move "E" to w-rzt-basildi (w-rzt-ix)
     move spaces to aileoda-rapor-satir
     move "ENGEL"                 to aileoda-rapor-satir (3:5)
     move w-rzt-rez-no (w-rzt-ix) to aileoda-rapor-satir (11:8)
     move w-rzt-oda (w-rzt-ix)    to aileoda-rapor-satir (21:4)
     move w-rzt-gir (w-rzt-ix)    to aileoda-rapor-satir (27:8)
     move w-rzt-cik (w-rzt-ix)    to aileoda-rapor-satir (37:8)
     move "SETSIZ ATAMA BAGLANTILI ODADA" to
          aileoda-rapor-satir (47:30)
     write aileoda-rapor-satir
     .

 baglantili-oda-ara.
     if w-odt-oda (w-odt-ix) = w-rzt-oda (w-rzt-ix)
     and w-odt-baglanti (w-odt-ix) not = spaces
        move "E" to w-bulundu
     end-if
     .
