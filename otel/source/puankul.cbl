*> puankul.cbl
*> Sadakat puaniyla odeme. puanhes.cpy'deki puan-hesapla puani
*> MUSTERI-kazanilan-puan'a biriktiriyor, MUSTERI-kullanilan-puan
*> alani da var; ama misafir puanini harcayamiyor, kullanim elle
*> verilen ve izi surulemeyen indirimlerle karsilaniyordu. Bu alt
*> program puani cikis masasinda ve outletlerde bir odeme tipi
*> olarak kabul eder:
*>   - lk-mod-sorgu: musterinin net puani (kazanilan - kullanilan),
*>     kademesi (MUSTERI-hak-edilen-tip, puanbat hesaplar) ve
*>     kademe oraninda para karsiligi doner,
*>   - lk-mod-kullan: lk-tutar kadar odeme puandan karsilanir;
*>     bakiye yetmezse lk-kismi "E" ise bakiyenin tamami kullanilir
*>     (lk-tutar gercek kullanilan tutarla doner), degilse "Y"
*>     ile reddedilir. lk-rez-no verilmisse odeme folioya CAST-log
*>     eksi tahsilat satiri olarak puan odeme departmaniyla yazilir;
*>     oda disi outlet satisinda folio satiri yazilmaz, outlet
*>     kasasi puan odeme tipiyle kapanir. Her kullanim PUANKUL'a
*>     islenir ve puan MUSTERI-kullanilan-puan'a eklenir,
*>   - lk-mod-iade: folio yeniden acildiginda (reopen) rezervasyonun
*>     kullanimlari (lk-sira verilmisse yalniz o kullanim) ters
*>     satirla geri alinir, puan musteriye geri doner,
*>   - lk-mod-rapor: finans icin aylik puan yukumlulugu ve kullanim
*>     raporu (lk-yil/lk-ay, bos ise gecen ay): ay icindeki
*>     kullanim ve iadeler kademe basina, calisma tarihi itibariyle
*>     tum musterilerin kullanilmamis puani ve kademe oranindaki para
*>     karsiligi (bilancodaki yukumluluk; MUSTERI anlik bakiyeyi
*>     tuttugundan ay sonu degil calisma gunu degeridir). Dokum
*>     puankul.txt.
*> puankul.prm: DEP;kod (folio puan odeme departmani, varsayilan
*> PUN), ORAN;kademe;para (1 puanin para karsiligi, varsayilan
*> 0.05), MIN;puan (bir kullanimda en az puan).
program-id. puankul.
environment division.
input-output section.
file-control.
     copy "puankul.sel.cpy".

     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     select musteri assign to random
            musteri-dosya
            organization indexed
            access mode is dynamic
            record key is musteri-anah
            file status is fs-musteri.

     select puankul-param assign to random
            puankul-param-dosya
            organization line sequential
            file status is fs-param.

     select puankul-rapor assign to random
            puankul-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "puankul.lib.cpy".

 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

*> (duzen puanbat.cbl ile aynidir)
fd  musteri.
01  musteri-rec.
       02 musteri-anah.
          03 musteri-tip                   pic x.
          03 m-profil.
          05 musteri-sirket                pic x(08).
          05 musteri-no                    pic 9(08).
          03 musteri-bos-anah              pic x(10).

       02 musteri-adiaaa.
          03 filler-a2                        pic x.

          03 musteri-adi2.
             04 filler-a3                     pic x.
             04 musteri-adi3               pic x(18).

       02 filler-a1.
          03 musteri-adi5                  pic x(3).
          03 filler-s2                        pic x(17).


       02 musteri-soyadiaaa.
          03 filler-s3                        pic x.
          03 musteri-soyadi2.
             04 filler-s4                     pic x.
             04 musteri-soyadi3            pic x(18).




       02 filler-s1.
          03 musteri-soyadi5                  pic x(3).
          03 filler-s5                        pic x(17).
    *>(( xfd date=yyyymmdd, use group ))
       02 musteri-d-tarihi.
          03 musteri-dyil                  pic 9(4).
          03 musteri-day                   pic 9(2).
          03 musteri-dgun                  pic 9(2).
    *>(( xfd date=yyyymmdd, use group ))
       02 musteri-e-tarihi.
          03 musteri-eyil                  pic 9(4).
          03 musteri-eay                   pic 9(2).
          03 musteri-egun                  pic 9(2).
       02 musteri-o-tarihi.
          03 musteri-oyil                  pic 9(4).
          03 musteri-oay                   pic 9(2).
          03 musteri-ogun                  pic 9(2).
    02 gereksiz.
        03 musteri-kaynak                   pic x(03).
       03 musteri-ulke                     pic x(04).
       03 musteri-dil-1                    pic x(03).
       03 musteri-dil-2                    pic x(03).
       03 musteri-dil-3                    pic x(03).
       03 musteri-din                      pic x(03).
       03 musteri-unvan                    pic x(10).
       03 musteri-kis-il                   pic x(15).
       03 musteri-kis-ilce                 pic x(16).
    *>   03 musteri-cinsiyet                 pic x.
       03 musteri-meslek                   pic x(20).
       03 musteri-e-mail                   pic x(40).
       03 musteri-web-adresi               pic x(40).
       03 musteri-kis-adrs                 pic x(50).
       03 musteri-kis-adrs1                pic x(50).
       03 musteri-kart-tipi                pic x(2).
       03 musteri-gelis-sayisi             pic 9(3).
       03 musteri-gecmis-cl-tut            pic 9(8)v99.
       03 musteri-aciklama                 pic x(40).
    *>/:-) fatura bilgileri
       03 musteri-unvan1                   pic x(50).
       03 musteri-unvan2                   pic x(50).
       03 musteri-adres1                   pic x(50).
       03 musteri-adres2                   pic x(50).
       03 musteri-vdairesi                 pic x(20).
       03 musteri-vno                      pic x(15).
    *>   03 musteri-vno                      pic x(10).
       03 musteri-il                       pic x(20).
       03 musteri-ilce                     pic x(20).
       03 musteri-tel1                     pic x(15).
       03 musteri-tel2                     pic x(15).
       03 musteri-tel3                     pic x(15).
       03 musteri-fax                      pic x(15).
       03 musteri-gsm                      pic x(15).
       03 musteri-pk                       pic x(10).
    *>/:-) diger býlgiler
       03 musteri-hobi1                    pic x(03).
       03 musteri-hobi2                    pic x(03).
       03 musteri-hobi3                    pic x(03).
       03 musteri-hobi4                    pic x(03).
       03 musteri-gazete-1                 pic x(03).
       03 musteri-gazete-2                 pic x(03).
       03 musteri-gazete-3                 pic x(03).
       03 musteri-tv-kanali-1              pic x(03).
       03 musteri-tv-kanali-2              pic x(03).
       03 musteri-tv-kanali-3              pic x(03).
       03 musteri-tv-prog-1                pic x(03).
       03 musteri-tv-prog-2                pic x(03).
       03 musteri-tv-prog-3                pic x(03).
       03 musteri-arac-model               pic x(19).
       03 musteri-silindi                  pic 9.
       03 musteri-plaka                    pic x(14).
       03 musteri-mail-durumu              pic 9.
    *>/:-) odeme bilgileri
       03 musteri-odeme-tipi               pic x.
       03 musteri-odeme-kart-tipi          pic x.
       03 musteri-kart-sahibi              pic x(25).
       03 musteri-muhasebe-kodu            pic x(15).
       03 musteri-kart-no                  pic x(40).
       03 musteri-son-k-tarih.
         04 musteri-son-k-ay               pic 9(03).
         04 musteri-son-k-yil              pic 9(05).
       03 musteri-g-kodu                   pic x(04).
    *>/:-)kimlik bilgileri
       03 musteri-kim-tcno                 pic 9(11).
       03 musteri-kim-uyruk                pic x(04).
       03 musteri-kim-cinsiyet             pic x.
       03 musteri-kim-medeni               pic x.
       03 musteri-kim-adrs                 pic x(50).
       03 musteri-kim-adrs1                pic x(50).
       03 musteri-b-turu                   pic x.
       03 musteri-seri-no                  pic x(15).
       03 musteri-baba-adi                 pic x(20).
       03 musteri-ana-adi                  pic x(20).
       03 musteri-d-yeri                   pic x(30).
       03 musteri-kim-il                   pic x(20).
       03 musteri-kim-ilce                 pic x(20).
       03 musteri-kim-mahalle              pic x(20).
       03 musteri-kim-cilt                 pic x(10).
       03 musteri-kim-aile-no              pic x(10).
       03 musteri-kim-sira-no              pic x(10).
       03 musteri-k-tarih.
         04 musteri-k-yil                  pic 9(05).
         04 musteri-k-ay                   pic 9(03).
         04 musteri-k-gun                  pic 9(03).
       03 musteri-g-tarih.
         04 musteri-g-yil                  pic 9(05).
         04 musteri-g-ay                   pic 9(03).
         04 musteri-g-gun                  pic 9(03).
       03 musteri-prb-ack                  pic x.
       03 musteri-fat-ulke                 pic x(15).
       03 musteri-kazanilan-puan           pic 9(6).
       03 musteri-kullanilan-puan          pic 9(6).
       03 musteri-puan-kart-no             pic x(16).

       03 musteri-hak-edilen-tip           pic x(03).
       03 musteri-kart-tipi-2              pic x(03).

       03 musteri-gecmis-kalis-sayisi      pic 9(2).
    *>   03 musteri-bos                      pic x(08).
       03 musteri-staf-ilk                 pic x(05).
       03 musteri-staf-son                 pic x(05).

fd  puankul-param.
01  param-satir                  pic x(80).

fd  puankul-rapor.
01  puankul-rapor-satir          pic x(132).

working-storage section.
01  puankul-dosya                pic x(200) value "puankul.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  musteri-dosya                pic x(200) value "musteri.dat".
01  puankul-param-dosya          pic x(200) value "puankul.prm".
01  puankul-rapor-dosya          pic x(200) value "puankul.txt".
01  fs-puankul                   pic xx.
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-musteri                   pic xx.
01  w-musteri-acik               pic x(01).
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  w-bugun-ay               pic 9(02).
    02  filler                   pic 9(02).
01  w-p-tip                      pic x(10).
01  w-p-deger1                   pic x(10).
01  w-p-deger2                   pic x(10).

01  w-puan-dep                   pic x(03).
01  w-min-puan                   pic 9(07).
01  w-varsayilan-oran            pic 9(03)v9999.
01  w-oranlar.
    02  w-orn                    occurs 10 times.
        03  w-orn-kademe         pic x(03).
        03  w-orn-para           pic 9(03)v9999.
01  w-orn-adet                   pic 9(02).
01  w-orn-ix                     pic 9(02).
01  w-bulundu                    pic x(01).

01  w-kademe                     pic x(03).
01  w-oran                       pic 9(03)v9999.
01  w-net-puan                   pic s9(07).
01  w-puan                       pic 9(07).
01  w-tutar                      pic s9(09)v99.
01  w-son-fis                    pic 9(10).
01  w-eski-kullanilan            pic 9(06).
01  w-son-sira                   pic 9(08).
01  w-ay-bas                     pic 9(08).
01  w-ay-bit                     pic 9(08).

*> rapor toplamlari kademe basina (orani tanimli kademeler +
*> tanimsizlar icin son satir)
01  w-toplamlar.
    02  w-tp                     occurs 11 times.
        03  w-tp-kul-adet        pic 9(06).
        03  w-tp-kul-puan        pic 9(09).
        03  w-tp-kul-tutar       pic s9(11)v99.
        03  w-tp-iade-adet       pic 9(06).
        03  w-tp-iade-puan       pic 9(09).
        03  w-tp-iade-tutar      pic s9(11)v99.
        03  w-tp-musteri         pic 9(07).
        03  w-tp-bakiye-puan     pic 9(11).
        03  w-tp-yukumluluk      pic s9(11)v99.
01  w-tp-ix                      pic 9(02).
01  w-genel-yukumluluk           pic s9(11)v99.

01  w-sayi-ed                    pic z(5)9.
01  w-puan-ed                    pic z(10)9.
01  w-tutar-ed                   pic z(10)9.99-.
01  w-tutar-ed2                  pic z(10)9.99-.

linkage section.
01  puankul-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-sorgu             value "S".
        88  lk-mod-kullan            value "K".
        88  lk-mod-iade              value "I".
        88  lk-mod-rapor             value "R".
    02  lk-musteri-tip           pic x(01).
    02  lk-musteri-sirket        pic x(08).
    02  lk-musteri-no            pic 9(08).
    02  lk-rez-no                pic 9(08).
*>   CIKS cikis masasi; diger kodlar outlet
    02  lk-kaynak                pic x(04).
*>   kullan: istenen tutar girer, kullanilan tutar doner
    02  lk-tutar                 pic 9(09)v99.
    02  lk-kismi                 pic x(01).
    02  lk-puan                  pic 9(07).
    02  lk-bakiye-puan           pic 9(07).
    02  lk-bakiye-tutar          pic 9(09)v99.
    02  lk-kademe                pic x(03).
    02  lk-sira                  pic 9(08).
    02  lk-yil                   pic 9(04).
    02  lk-ay                    pic 9(02).
    02  lk-kllnc                 pic x(10).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-yetersiz        value "Y".
        88  lk-sonuc-bulunamadi      value "B".
        88  lk-sonuc-hata            value "H".

procedure division using puankul-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to return-code
     if not lk-mod-sorgu and not lk-mod-kullan
     and not lk-mod-iade and not lk-mod-rapor
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform param-oku
     open i-o puankul
     if fs-puankul = "35"
        close puankul
        open output puankul
        close puankul
        open i-o puankul
     end-if
     if fs-puankul not = "00"
        close puankul
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-sorgu
             open input musteri
             perform musteri-acik-isaretle
             perform musteri-oku
             if w-bulundu = "E"
                perform bakiye-hesapla
             end-if
             close musteri
        when lk-mod-kullan
             perform puan-kullan
        when lk-mod-iade
             perform kullanim-iade
        when lk-mod-rapor
             perform aylik-rapor
     end-evaluate
     close puankul
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     move "PUN" to w-puan-dep
     move 0 to w-min-puan w-orn-adet
     move 0.05 to w-varsayilan-oran
     initialize w-oranlar
     open input puankul-param
     if fs-param = "00"
        perform param-satiri
                until fs-param not = "00"
        close puankul-param
     end-if
     .

 param-satiri.
     read puankul-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-deger1 w-p-deger2
     unstring param-satir delimited by ";"
              into w-p-tip w-p-deger1 w-p-deger2
     end-unstring
     evaluate w-p-tip
        when "DEP"
             move w-p-deger1 to w-puan-dep
        when "MIN"
             compute w-min-puan = function numval (w-p-deger1)
        when "ORAN"
             if w-orn-adet < 10
                add 1 to w-orn-adet
                move w-p-deger1 to w-orn-kademe (w-orn-adet)
                compute w-orn-para (w-orn-adet) =
                        function numval (w-p-deger2)
             end-if
     end-evaluate
     .

*> w-kademe -> w-oran, w-orn-ix (tanimsiz kademe: adet + 1)
 oran-bul.
     move "H" to w-bulundu
     perform oran-ara
             varying w-orn-ix from 1 by 1
             until w-orn-ix > w-orn-adet or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-orn-ix
        move w-orn-para (w-orn-ix) to w-oran
     else
        compute w-orn-ix = w-orn-adet + 1
        move w-varsayilan-oran to w-oran
     end-if
     .

 oran-ara.
     if w-orn-kademe (w-orn-ix) = w-kademe
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> musteri ve bakiye
*> ---------------------------------------------------------------
*> acilis durumu bir kez saklanir; okunamayan musteri fs-musteri'yi
*> "23" birakir, sonraki cagrilar dosyayi kapali sanmasin
 musteri-acik-isaretle.
     if fs-musteri = "00"
        move "E" to w-musteri-acik
     else
        move "H" to w-musteri-acik
     end-if
     .

 musteri-oku.
     move "H" to w-bulundu
     if w-musteri-acik not = "E"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move low-values        to musteri-anah
     move lk-musteri-tip    to musteri-tip
     move lk-musteri-sirket to musteri-sirket
     move lk-musteri-no     to musteri-no
     start musteri key is not less than musteri-anah
           invalid
               set lk-sonuc-bulunamadi to true
               exit paragraph
     end-start
     read musteri next record
          at end
              set lk-sonuc-bulunamadi to true
              exit paragraph
     end-read
     if musteri-tip not = lk-musteri-tip
     or musteri-sirket not = lk-musteri-sirket
     or musteri-no not = lk-musteri-no
        set lk-sonuc-bulunamadi to true
        exit paragraph
     end-if
     move "E" to w-bulundu
     .

 bakiye-hesapla.
     move musteri-hak-edilen-tip to w-kademe lk-kademe
     perform oran-bul
     compute w-net-puan =
             musteri-kazanilan-puan - musteri-kullanilan-puan
     if w-net-puan < 0
        move 0 to w-net-puan
     end-if
     move w-net-puan to lk-bakiye-puan
     compute lk-bakiye-tutar rounded = w-net-puan * w-oran
     .

*> ---------------------------------------------------------------
*> kullanim
*> ---------------------------------------------------------------
 puan-kullan.
     if lk-tutar = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open i-o musteri
     perform musteri-acik-isaretle
     perform musteri-oku
     if w-bulundu not = "E"
        close musteri
        exit paragraph
     end-if
     perform bakiye-hesapla
     if w-oran = 0
        set lk-sonuc-hata to true
        close musteri
        exit paragraph
     end-if
*>   istenen tutar icin gereken puan (yukari yuvarlanir)
     compute w-puan = lk-tutar / w-oran
     if w-puan * w-oran < lk-tutar
        add 1 to w-puan
     end-if
     if w-puan > w-net-puan
        if lk-kismi not = "E" or w-net-puan = 0
           set lk-sonuc-yetersiz to true
           close musteri
           exit paragraph
        end-if
        move w-net-puan to w-puan
        move lk-bakiye-tutar to lk-tutar
     end-if
     if w-puan < w-min-puan
        set lk-sonuc-yetersiz to true
        close musteri
        exit paragraph
     end-if
     move lk-tutar to w-tutar
     move 0 to w-son-fis
     if lk-rez-no not = 0
        open input rez
        open i-o cast-log
        if fs-rez not = "00" or fs-cast-log not = "00"
           close rez cast-log musteri
           set lk-sonuc-hata to true
           exit paragraph
        end-if
        move lk-rez-no to rez-no
        read rez
             invalid
                 set lk-sonuc-bulunamadi to true
        end-read
        if lk-sonuc-tamam
           perform folio-tahsilat
        end-if
        close rez cast-log
        if not lk-sonuc-tamam
           close musteri
           exit paragraph
        end-if
     end-if
     add w-puan to musteri-kullanilan-puan
     rewrite musteri-rec
           invalid set lk-sonuc-hata to true
     end-rewrite
     close musteri
     perform sira-bul
     initialize pkl-rec
     compute pkl-sira = w-son-sira + 1
     move lk-rez-no         to pkl-rez-no
     move w-bugun           to pkl-tarih
     move lk-musteri-tip    to pkl-musteri-tip
     move lk-musteri-sirket to pkl-musteri-sirket
     move lk-musteri-no     to pkl-musteri-no
     move w-kademe          to pkl-kademe
     move w-puan            to pkl-puan
     move w-oran            to pkl-oran
     move w-tutar           to pkl-tutar
     move lk-kaynak         to pkl-kaynak
     move w-son-fis         to pkl-cast-fis
     set pkl-kullanildi to true
     move lk-kllnc          to pkl-kllnc
     write pkl-rec
           invalid set lk-sonuc-hata to true
     end-write
     move w-puan   to lk-puan
     move pkl-sira to lk-sira
     compute lk-bakiye-puan = w-net-puan - w-puan
     compute lk-bakiye-tutar rounded = lk-bakiye-puan * w-oran
     .

*> folioya puan odeme satiri: w-tutar eksi, fis w-son-fis'te doner
 folio-tahsilat.
     if rez-no-post not = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform son-fis-bul
     initialize cast-log-rec
     move w-bugun        to cast-log-tarih
     move rez-no         to cast-log-rez-no
     move rez-odano      to cast-log-oda-no
     move 0              to cast-log-fiyati
     move w-puan-dep     to cast-log-br-malzeme-kodu (1)
     compute cast-log-br-malzeme-tut (1) = 0 - w-tutar
     move "PUAN"         to cast-log-rate-kodu
     add 1 to w-son-fis
     move w-son-fis      to cast-log-fis
     write cast-log-rec
           invalid set lk-sonuc-hata to true
     end-write
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

 sira-bul.
     move 0 to w-son-sira
     move high-values to pkl-sira
     start puankul key is less than pkl-sira
           invalid continue
     end-start
     read puankul previous record
          at end continue
     end-read
     if fs-puankul = "00"
        move pkl-sira to w-son-sira
     end-if
     move "00" to fs-puankul
     .

*> ---------------------------------------------------------------
*> folio yeniden acilisinda iade
*> ---------------------------------------------------------------
 kullanim-iade.
     if lk-rez-no = 0 and lk-sira = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move 0 to lk-puan lk-tutar
     open i-o musteri
     perform musteri-acik-isaretle
     open input rez
     open i-o cast-log
     if fs-rez not = "00" or fs-cast-log not = "00"
        close musteri rez cast-log
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-sira not = 0
        move lk-sira to pkl-sira
        read puankul
             invalid set lk-sonuc-bulunamadi to true
        end-read
        if lk-sonuc-tamam
           perform tek-iade
        end-if
     else
        move lk-rez-no to pkl-rez-no
        start puankul key is = pkl-rez-no
              invalid move "10" to fs-puankul
        end-start
        perform iade-satiri
                until fs-puankul = "10"
        move "00" to fs-puankul
        if lk-puan = 0 and lk-sonuc-tamam
           set lk-sonuc-bulunamadi to true
        end-if
     end-if
     close musteri rez cast-log
     .

 iade-satiri.
     read puankul next record
          at end move "10" to fs-puankul
     end-read
     if fs-puankul not = "00" and fs-puankul not = "02"
        move "10" to fs-puankul
     end-if
     if fs-puankul = "10"
        exit paragraph
     end-if
     if pkl-rez-no not = lk-rez-no
        move "10" to fs-puankul
        exit paragraph
     end-if
     perform tek-iade
     .

*> okunmus pkl-rec geri alinir. Musteri bulunamaz ya da puan veya
*> folio satiri yazilamazsa kullanim iade edilmis sayilmaz; puan
*> yazilip folio satiri yazilamazsa puan eski haline dondurulur.
 tek-iade.
     if not pkl-kullanildi
        exit paragraph
     end-if
     move pkl-musteri-tip    to lk-musteri-tip
     move pkl-musteri-sirket to lk-musteri-sirket
     move pkl-musteri-no     to lk-musteri-no
     perform musteri-oku
     if w-bulundu not = "E"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move musteri-kullanilan-puan to w-eski-kullanilan
     if musteri-kullanilan-puan < pkl-puan
        move 0 to musteri-kullanilan-puan
     else
        subtract pkl-puan from musteri-kullanilan-puan
     end-if
     rewrite musteri-rec
           invalid
               set lk-sonuc-hata to true
               exit paragraph
     end-rewrite
     move 0 to w-son-fis
     if pkl-cast-fis not = 0
        move pkl-rez-no to rez-no
        read rez
             invalid move spaces to rez-odano
        end-read
        perform son-fis-bul
        initialize cast-log-rec
        move w-bugun        to cast-log-tarih
        move pkl-rez-no     to cast-log-rez-no
        move rez-odano      to cast-log-oda-no
        move 0              to cast-log-fiyati
        move w-puan-dep     to cast-log-br-malzeme-kodu (1)
        move pkl-tutar      to cast-log-br-malzeme-tut (1)
        move "PUANIADE"     to cast-log-rate-kodu
        add 1 to w-son-fis
        move w-son-fis      to cast-log-fis
        write cast-log-rec
              invalid
                  move w-eski-kullanilan to musteri-kullanilan-puan
                  rewrite musteri-rec
                        invalid continue
                  end-rewrite
                  set lk-sonuc-hata to true
                  exit paragraph
        end-write
     end-if
     set pkl-iade-edildi to true
     move w-bugun   to pkl-iade-tarih
     move w-son-fis to pkl-iade-fis
     rewrite pkl-rec
           invalid set lk-sonuc-hata to true
     end-rewrite
     add pkl-puan  to lk-puan
     add pkl-tutar to lk-tutar
     .

*> ---------------------------------------------------------------
*> aylik yukumluluk ve kullanim raporu
*> ---------------------------------------------------------------
 aylik-rapor.
     if lk-yil = 0 or lk-ay = 0
        if w-bugun-ay = 1
           compute lk-yil = w-bugun-yil - 1
           move 12 to lk-ay
        else
           move w-bugun-yil to lk-yil
           compute lk-ay = w-bugun-ay - 1
        end-if
     end-if
     compute w-ay-bas = lk-yil * 10000 + lk-ay * 100 + 1
     compute w-ay-bit = lk-yil * 10000 + lk-ay * 100 + 31
     initialize w-toplamlar
     move 0 to w-genel-yukumluluk
     move w-ay-bas to pkl-tarih
     start puankul key is not less than pkl-tarih
           invalid move "10" to fs-puankul
     end-start
     perform hareket-satiri
             until fs-puankul = "10"
     move "00" to fs-puankul
*>   iadeler kullanim ayindan sonra da olabilir: tum dosya
     move 0 to pkl-sira
     start puankul key is not less than pkl-sira
           invalid move "10" to fs-puankul
     end-start
     perform iade-tara
             until fs-puankul = "10"
     move "00" to fs-puankul
     open input musteri
     if fs-musteri = "00"
        move low-values to musteri-anah
        start musteri key is not less than musteri-anah
              invalid move "10" to fs-musteri
        end-start
        perform musteri-satiri
                until fs-musteri = "10"
     end-if
     close musteri
     open output puankul-rapor
     perform rapor-bas
     perform kademe-yaz
             varying w-tp-ix from 1 by 1
             until w-tp-ix > w-orn-adet + 1
     move w-genel-yukumluluk to w-tutar-ed
     move spaces to puankul-rapor-satir
     write puankul-rapor-satir
     move spaces to puankul-rapor-satir
     string "TOPLAM PUAN YUKUMLULUGU (" w-bugun " ITIBARIYLE) "
            w-tutar-ed
            delimited by size into puankul-rapor-satir
     write puankul-rapor-satir
     close puankul-rapor
     .

 hareket-satiri.
     read puankul next record
          at end move "10" to fs-puankul
     end-read
     if fs-puankul not = "00" and fs-puankul not = "02"
        move "10" to fs-puankul
     end-if
     if fs-puankul = "10"
        exit paragraph
     end-if
     if pkl-tarih > w-ay-bit
        move "10" to fs-puankul
        exit paragraph
     end-if
     move pkl-kademe to w-kademe
     perform oran-bul
     add 1         to w-tp-kul-adet (w-orn-ix)
     add pkl-puan  to w-tp-kul-puan (w-orn-ix)
     add pkl-tutar to w-tp-kul-tutar (w-orn-ix)
     .

 iade-tara.
     read puankul next record
          at end move "10" to fs-puankul
     end-read
     if fs-puankul not = "00" and fs-puankul not = "02"
        move "10" to fs-puankul
     end-if
     if fs-puankul = "10"
        exit paragraph
     end-if
     if pkl-iade-edildi
     and pkl-iade-tarih >= w-ay-bas and pkl-iade-tarih <= w-ay-bit
        move pkl-kademe to w-kademe
        perform oran-bul
        add 1         to w-tp-iade-adet (w-orn-ix)
        add pkl-puan  to w-tp-iade-puan (w-orn-ix)
        add pkl-tutar to w-tp-iade-tutar (w-orn-ix)
     end-if
     .

 musteri-satiri.
     read musteri next record
          at end move "10" to fs-musteri
     end-read
     if fs-musteri not = "00" and fs-musteri not = "02"
        move "10" to fs-musteri
     end-if
     if fs-musteri = "10"
        exit paragraph
     end-if
     if musteri-kazanilan-puan not > musteri-kullanilan-puan
        exit paragraph
     end-if
     compute w-net-puan =
             musteri-kazanilan-puan - musteri-kullanilan-puan
     move musteri-hak-edilen-tip to w-kademe
     perform oran-bul
     add 1 to w-tp-musteri (w-orn-ix)
     add w-net-puan to w-tp-bakiye-puan (w-orn-ix)
     compute w-tutar rounded = w-net-puan * w-oran
     add w-tutar to w-tp-yukumluluk (w-orn-ix)
     add w-tutar to w-genel-yukumluluk
     .

 rapor-bas.
     move spaces to puankul-rapor-satir
     string "SADAKAT PUANI YUKUMLULUK VE KULLANIM RAPORU - "
            lk-yil "/" lk-ay "   (" w-bugun ")"
            delimited by size into puankul-rapor-satir
     write puankul-rapor-satir
     move spaces to puankul-rapor-satir
     write puankul-rapor-satir
     move spaces to puankul-rapor-satir
     string "KADEME    KULLANIM  PUAN          TUTAR      "
            "   IADE  PUAN          TUTAR"
            delimited by size into puankul-rapor-satir
     write puankul-rapor-satir
     move spaces to puankul-rapor-satir
     string "          MUSTERI   ACIK PUAN     YUKUMLULUK ("
            w-bugun " ITIBARIYLE)"
            delimited by size into puankul-rapor-satir
     write puankul-rapor-satir
     move all "-" to puankul-rapor-satir
     write puankul-rapor-satir
     .

 kademe-yaz.
     move spaces to puankul-rapor-satir
     if w-tp-ix > w-orn-adet
        move "DIGER" to puankul-rapor-satir (1:6)
     else
        move w-orn-kademe (w-tp-ix) to puankul-rapor-satir (1:3)
     end-if
     move w-tp-kul-adet (w-tp-ix)  to w-sayi-ed
     move w-tp-kul-puan (w-tp-ix)  to w-puan-ed
     move w-tp-kul-tutar (w-tp-ix) to w-tutar-ed
     string w-sayi-ed " " w-puan-ed " " w-tutar-ed
            delimited by size into puankul-rapor-satir (9:50)
     move w-tp-iade-adet (w-tp-ix)  to w-sayi-ed
     move w-tp-iade-puan (w-tp-ix)  to w-puan-ed
     move w-tp-iade-tutar (w-tp-ix) to w-tutar-ed2
     string w-sayi-ed " " w-puan-ed " " w-tutar-ed2
            delimited by size into puankul-rapor-satir (60:50)
     write puankul-rapor-satir
     move w-tp-musteri (w-tp-ix)     to w-sayi-ed
     move w-tp-bakiye-puan (w-tp-ix) to w-puan-ed
     move w-tp-yukumluluk (w-tp-ix)  to w-tutar-ed
     move spaces to puankul-rapor-satir
     string w-sayi-ed " " w-puan-ed " " w-tutar-ed
            delimited by size into puankul-rapor-satir (9:50)
     write puankul-rapor-satir
     .
