*> msertif.cbl
*> Sahip misafir sertifikasi. Sahipler haftalarini sik sik bir
*> yakinina ya da arkadasina veriyor; resepsiyon ya bu konugu geri
*> ceviriyor ya da sahibi tanidigini soyleyen herkesi aliyordu. Bu
*> alt program sahibin verdigi hafta icin numarali bir sertifika
*> tutar (MSERTIF):
*>   - lk-mod-kayit: sahip, DONHRK haftasi (lk-donhrk-sira) icin
*>     misafirin adini ve kimlik numarasini kaydeder; hafta bos
*>     (kullanilmamis, kiraya / bankaya verilmemis) olmali ve ayni
*>     haftada acik baska sertifika bulunmamalidir. Sertifika
*>     numarasi lk-sertifika-no ile doner, ucret bekler,
*>   - lk-mod-odeme: sertifika ucreti alinir (lk-tutar / lk-doviz
*>     bos ise msertif.prm UCRET), sertifika duzenlenir, DONHRK
*>     haftasi "M" misafir sertifikali kullanim olarak isaretlenir
*>     ve sertifika sahibe (ve misafirin adresi varsa misafire)
*>     MAILDATA kuyruguyla gonderilir (mailsend gonderir),
*>   - lk-mod-dogrula: giriste resepsiyon misafiri sertifikaya
*>     karsi dogrular - sertifika no (bos ise lk-kimlik ile aranir),
*>     kimlik numarasi, duzenlenmis durum ve giris tarihinin
*>     (lk-tarih, bos ise bugun) sertifika haftasina dusmesi
*>     kontrol edilir; gecerli ise sertifika kullanildi olur,
*>     gecersiz ise lk-neden doner,
*>   - lk-mod-iptal: kullanilmamis sertifika iptal edilir, DONHRK
*>     haftasi bos kullanima geri alinir,
*>   - lk-mod-rapor: lk-yil (bos ise bu yil) sertifikalarinin
*>     listesi, durum sayilari ve doviz bazinda ucret toplamlari
*>     msertif.txt'ye basilir.
*> Haftanin tarihleri yilin 1 Ocak'indan baslayan 7 gunluk
*> dilimlerdir (hafta 1 = 1-7 Ocak); giris icin msertif.prm TOLERANS
*> gun (varsayilan 1) kadar erken / gec gelis kabul edilir.
program-id. msertif.
environment division.
input-output section.
file-control.
     copy "msertif.sel.cpy".

     copy "donhrk.sel.cpy".

     copy "devmulk.sel.cpy".

     copy "maildata.sel.cpy".

     select msertif-param assign to random
            msertif-param-dosya
            organization line sequential
            file status is fs-param.

     select msertif-rapor assign to random
            msertif-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "msertif.lib.cpy".

 copy "donhrk.lib.cpy".

 copy "devmulk.lib.cpy".

 copy "maildata.lib.cpy".

fd  msertif-param.
01  param-satir                  pic x(80).

fd  msertif-rapor.
01  msertif-rapor-satir          pic x(132).

working-storage section.
01  msertif-dosya                pic x(200) value "msertif.dat".
01  donhrk-dosya                 pic x(200) value "donhrk.dat".
01  devmulk-dosya                pic x(200) value "devmulk.dat".
01  maildata-dosya               pic x(200) value "maildata.dat".
01  msertif-param-dosya          pic x(200) value "msertif.prm".
01  msertif-rapor-dosya          pic x(200) value "msertif.txt".
01  fs-msertif                   pic xx.
01  fs-donhrk                    pic xx.
01  fs-devmulk                   pic xx.
01  fs-maildata                  pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-yil                        pic 9(04).
01  w-mail-sira                  pic 9(06).
01  w-p-tip                      pic x(10).
01  w-p-deger                    pic x(15).
01  w-p-doviz                    pic x(03).

*> msertif.prm
01  w-ucret                      pic 9(07)v99.
01  w-ucret-doviz                pic x(03).
01  w-tolerans                   pic 9(02).

01  w-bulundu                    pic x(01).
01  w-son-no                     pic 9(08).
01  w-tarih                      pic 9(08).
01  w-tarih-gun                  pic 9(07).
01  w-hafta-bas                  pic 9(07).
01  w-hafta-bit                  pic 9(07).
01  w-alici                      pic x(60).

*> rapor toplamlari
01  w-durum-sayaclari.
    02  w-bekleyen               pic 9(05).
    02  w-duzenlenen             pic 9(05).
    02  w-kullanilan             pic 9(05).
    02  w-iptal-edilen           pic 9(05).
01  w-dovizler.
    02  w-dvz                    occurs 10 times.
        03  w-dvz-kod            pic x(03).
        03  w-dvz-sayi           pic 9(05).
        03  w-dvz-tutar          pic 9(11)v99.
01  w-dvz-adet                   pic 9(02).
01  w-dvz-ix                     pic 9(02).
01  w-sayi-ed                    pic z(4)9.
01  w-tutar-ed                   pic z(8)9,99.

linkage section.
01  msertif-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-kayit             value "T".
        88  lk-mod-odeme             value "O".
        88  lk-mod-dogrula           value "D".
        88  lk-mod-iptal             value "I".
        88  lk-mod-rapor             value "R".
    02  lk-sertifika-no          pic 9(08).
    02  lk-donhrk-sira           pic 9(08).
    02  lk-misafir-adi           pic x(40).
    02  lk-kimlik                pic x(20).
    02  lk-misafir-mail          pic x(60).
    02  lk-tutar                 pic 9(07)v99.
    02  lk-doviz                 pic x(03).
*>   dogrula: giris tarihi
    02  lk-tarih                 pic 9(08).
    02  lk-yil                   pic 9(04).
    02  lk-kllnc                 pic x(10).
*>   rapor: listelenen sertifika
    02  lk-sayi                  pic 9(05).
    02  lk-neden                 pic x(40).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-yok             value "Y".
        88  lk-sonuc-gecersiz        value "G".
        88  lk-sonuc-hata            value "H".

procedure division using msertif-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     move w-bugun (1:4) to w-yil
     set lk-sonuc-tamam to true
     move 0 to return-code
     move spaces to lk-neden
     if not lk-mod-kayit and not lk-mod-odeme
     and not lk-mod-dogrula and not lk-mod-iptal
     and not lk-mod-rapor
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform param-oku
     open i-o msertif
     if fs-msertif = "35"
        close msertif
        open output msertif
        close msertif
        open i-o msertif
     end-if
     if fs-msertif not = "00"
        close msertif
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open i-o donhrk
     open input devmulk
     open i-o maildata
     if fs-maildata = "35"
        close maildata
        open output maildata
        close maildata
        open i-o maildata
     end-if
     if fs-donhrk not = "00" or fs-devmulk not = "00"
     or fs-maildata not = "00"
        close msertif donhrk devmulk maildata
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-kayit
             perform sertifika-kaydet
        when lk-mod-odeme
             perform mail-sira-bul
             perform ucret-al
        when lk-mod-dogrula
             perform giris-dogrula
        when lk-mod-iptal
             perform sertifika-iptal
        when lk-mod-rapor
             perform yillik-rapor
     end-evaluate
     close msertif donhrk devmulk maildata
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     move 0      to w-ucret
     move "TL"   to w-ucret-doviz
     move 1      to w-tolerans
     open input msertif-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close msertif-param
     .

 param-satiri.
     read msertif-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-deger w-p-doviz
     unstring param-satir delimited by ";"
              into w-p-tip w-p-deger w-p-doviz
     end-unstring
     evaluate w-p-tip
        when "UCRET"
             compute w-ucret = function numval (w-p-deger)
             if w-p-doviz not = spaces
                move w-p-doviz to w-ucret-doviz
             end-if
        when "TOLERANS"
             compute w-tolerans = function numval (w-p-deger)
     end-evaluate
     .

*> ---------------------------------------------------------------
*> kayit, ucret, iptal
*> ---------------------------------------------------------------
 sertifika-kaydet.
     if lk-misafir-adi = spaces or lk-kimlik = spaces
        set lk-sonuc-hata to true
        move "MISAFIR ADI VE KIMLIK NO ZORUNLU" to lk-neden
        exit paragraph
     end-if
     move lk-donhrk-sira to dnh-sira
     read donhrk
          invalid
              set lk-sonuc-yok to true
              move "DONHRK HAFTASI BULUNAMADI" to lk-neden
              exit paragraph
     end-read
     if not dnh-bos or dnh-yil < w-yil
        set lk-sonuc-gecersiz to true
        move "HAFTA KULLANIMA KAPALI" to lk-neden
        exit paragraph
     end-if
     perform acik-sertifika-ara
     if w-bulundu = "E"
        set lk-sonuc-gecersiz to true
        move "HAFTADA ACIK SERTIFIKA VAR" to lk-neden
        exit paragraph
     end-if
     perform son-no-bul
     initialize msr-rec
     compute msr-no = w-son-no + 1
     move dnh-sira          to msr-donhrk-sira
     move dnh-musteri-no    to msr-sahip-no
     move dnh-devremulk-no  to msr-devremulk-no
     move dnh-donem-no      to msr-donem-no
     move dnh-hafta         to msr-hafta
     move dnh-yil           to msr-yil
     move lk-misafir-adi    to msr-misafir-adi
     move lk-kimlik         to msr-kimlik
     move lk-misafir-mail   to msr-misafir-mail
     set msr-ucret-bekliyor to true
     move w-bugun           to msr-kayit-tar
     move lk-kllnc          to msr-kllnc
     write msr-rec
           invalid
               set lk-sonuc-hata to true
               exit paragraph
     end-write
     move msr-no to lk-sertifika-no
     .

*> ayni DONHRK haftasinda ucret bekleyen / duzenlenmis sertifika
 acik-sertifika-ara.
     move "H" to w-bulundu
     move lk-donhrk-sira to msr-donhrk-sira
     start msertif key is = msr-donhrk-sira
           invalid move "10" to fs-msertif
     end-start
     perform acik-sertifika-satiri
             until fs-msertif = "10" or w-bulundu = "E"
     move "00" to fs-msertif
     .

 acik-sertifika-satiri.
     read msertif next record
          at end move "10" to fs-msertif
     end-read
     if fs-msertif not = "00" and fs-msertif not = "02"
        move "10" to fs-msertif
     end-if
     if fs-msertif = "10"
        exit paragraph
     end-if
     if msr-donhrk-sira not = lk-donhrk-sira
        move "10" to fs-msertif
        exit paragraph
     end-if
     if msr-ucret-bekliyor or msr-duzenlendi
        move "E" to w-bulundu
     end-if
     .

 son-no-bul.
     move 0 to w-son-no
     move high-values to msr-no
     start msertif key is less than msr-no
           invalid move "10" to fs-msertif
     end-start
     if fs-msertif = "00"
        read msertif previous record
             at end continue
        end-read
        if fs-msertif = "00"
           move msr-no to w-son-no
        end-if
     end-if
     move "00" to fs-msertif
     .

 ucret-al.
     move lk-sertifika-no to msr-no
     read msertif
          invalid
              set lk-sonuc-yok to true
              move "SERTIFIKA BULUNAMADI" to lk-neden
              exit paragraph
     end-read
     if not msr-ucret-bekliyor
        set lk-sonuc-gecersiz to true
        move "SERTIFIKA UCRET BEKLEMIYOR" to lk-neden
        exit paragraph
     end-if
     move msr-donhrk-sira to dnh-sira
     read donhrk
          invalid
              set lk-sonuc-yok to true
              move "DONHRK HAFTASI BULUNAMADI" to lk-neden
              exit paragraph
     end-read
     if not dnh-bos
        set lk-sonuc-gecersiz to true
        move "HAFTA KULLANIMA KAPALI" to lk-neden
        exit paragraph
     end-if
     if lk-tutar = 0
        move w-ucret to msr-ucret
     else
        move lk-tutar to msr-ucret
     end-if
     if lk-doviz = spaces
        move w-ucret-doviz to msr-doviz
     else
        move lk-doviz to msr-doviz
     end-if
     set msr-duzenlendi to true
     move w-bugun  to msr-duzenleme-tar
     move lk-kllnc to msr-kllnc
     rewrite msr-rec
             invalid
                 set lk-sonuc-hata to true
                 exit paragraph
     end-rewrite
     set dnh-misafir-sertifikali to true
     rewrite dnh-rec invalid set lk-sonuc-hata to true
     end-rewrite
     move msr-ucret to lk-tutar
     move msr-doviz to lk-doviz
     move msr-devremulk-no to dvm-devremulk-no
     read devmulk
          invalid initialize dvm-rec
     end-read
     move dvm-sahip-mail to w-alici
     perform sertifika-gonder
     move msr-misafir-mail to w-alici
     perform sertifika-gonder
     .

 sertifika-iptal.
     move lk-sertifika-no to msr-no
     read msertif
          invalid
              set lk-sonuc-yok to true
              move "SERTIFIKA BULUNAMADI" to lk-neden
              exit paragraph
     end-read
     if not msr-ucret-bekliyor and not msr-duzenlendi
        set lk-sonuc-gecersiz to true
        move "SERTIFIKA IPTAL EDILEMEZ" to lk-neden
        exit paragraph
     end-if
     if msr-duzenlendi
        move msr-donhrk-sira to dnh-sira
        read donhrk
             invalid continue
             not invalid
                 if dnh-misafir-sertifikali
                    set dnh-bos to true
                    rewrite dnh-rec invalid continue end-rewrite
                 end-if
        end-read
     end-if
     set msr-iptal to true
     move w-bugun  to msr-iptal-tar
     move lk-kllnc to msr-kllnc
     rewrite msr-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> ---------------------------------------------------------------
*> giris dogrulamasi
*> ---------------------------------------------------------------
 giris-dogrula.
     if lk-tarih = 0
        move w-bugun to w-tarih
     else
        move lk-tarih to w-tarih
     end-if
     compute w-tarih-gun = function integer-of-date (w-tarih)
     if lk-sertifika-no > 0
        move lk-sertifika-no to msr-no
        read msertif
             invalid
                 set lk-sonuc-yok to true
                 move "SERTIFIKA BULUNAMADI" to lk-neden
                 exit paragraph
        end-read
     else
        perform kimlikle-ara
        if w-bulundu not = "E"
           set lk-sonuc-yok to true
           move "KIMLIGE AIT GECERLI SERTIFIKA YOK" to lk-neden
           exit paragraph
        end-if
     end-if
     move msr-no          to lk-sertifika-no
     move msr-misafir-adi to lk-misafir-adi
     move msr-donhrk-sira to lk-donhrk-sira
     if msr-kimlik not = lk-kimlik
        set lk-sonuc-gecersiz to true
        move "KIMLIK NO SERTIFIKAYLA UYUSMUYOR" to lk-neden
        exit paragraph
     end-if
     if not msr-duzenlendi
        set lk-sonuc-gecersiz to true
        evaluate true
           when msr-ucret-bekliyor
                move "SERTIFIKA UCRETI ODENMEMIS" to lk-neden
           when msr-kullanildi
                move "SERTIFIKA DAHA ONCE KULLANILDI" to lk-neden
           when other
                move "SERTIFIKA IPTAL EDILMIS" to lk-neden
        end-evaluate
        exit paragraph
     end-if
     perform hafta-araligi
     if w-tarih-gun < w-hafta-bas or w-tarih-gun > w-hafta-bit
        set lk-sonuc-gecersiz to true
        move "GIRIS TARIHI SERTIFIKA HAFTASI DISINDA" to lk-neden
        exit paragraph
     end-if
     set msr-kullanildi to true
     move w-tarih to msr-kullanim-tar
     move lk-kllnc to msr-kllnc
     rewrite msr-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> kimlik numarasiyla, giris tarihine uyan duzenlenmis sertifika
 kimlikle-ara.
     move "H" to w-bulundu
     move lk-kimlik to msr-kimlik
     start msertif key is = msr-kimlik
           invalid move "10" to fs-msertif
     end-start
     perform kimlik-satiri
             until fs-msertif = "10" or w-bulundu = "E"
     move "00" to fs-msertif
     .

 kimlik-satiri.
     read msertif next record
          at end move "10" to fs-msertif
     end-read
     if fs-msertif not = "00" and fs-msertif not = "02"
        move "10" to fs-msertif
     end-if
     if fs-msertif = "10"
        exit paragraph
     end-if
     if msr-kimlik not = lk-kimlik
        move "10" to fs-msertif
        exit paragraph
     end-if
     if not msr-duzenlendi
        exit paragraph
     end-if
     perform hafta-araligi
     if w-tarih-gun >= w-hafta-bas and w-tarih-gun <= w-hafta-bit
        move "E" to w-bulundu
     end-if
     .

*> sertifika haftasinin gun araligi (toleransla)
 hafta-araligi.
     compute w-tarih = msr-yil * 10000 + 0101
     compute w-hafta-bas = function integer-of-date (w-tarih)
             + (msr-hafta - 1) * 7 - w-tolerans
     compute w-hafta-bit = w-hafta-bas + 6 + w-tolerans * 2
     .

*> ---------------------------------------------------------------
*> sertifika e-postasi
*> ---------------------------------------------------------------
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

 sertifika-gonder.
     if w-alici = spaces
        exit paragraph
     end-if
     initialize maildata-rec
     move w-bugun     to maildata-tarih
     add 1 to w-mail-sira
     move w-mail-sira to maildata-sira
     move "msertif"   to maildata-kaynak-program
     move w-alici     to maildata-alici
     string "MISAFIR SERTIFIKASI " msr-no " - "
            msr-misafir-adi " - " msr-yil "/" msr-hafta
            delimited by size into maildata-konu
     set maildata-beklemede to true
     write maildata-rec invalid continue end-write
     .

*> ---------------------------------------------------------------
*> yillik rapor
*> ---------------------------------------------------------------
 yillik-rapor.
     if lk-yil = 0
        move w-yil to lk-yil
     end-if
     initialize w-durum-sayaclari w-dovizler
     move 0 to w-dvz-adet lk-sayi
     open output msertif-rapor
     move spaces to msertif-rapor-satir
     string "MISAFIR SERTIFIKALARI - " lk-yil "   (" w-bugun ")"
            delimited by size into msertif-rapor-satir
     write msertif-rapor-satir
     move all "-" to msertif-rapor-satir
     write msertif-rapor-satir
     move spaces to msertif-rapor-satir
     string "SERT.NO  UNITE    HAFTA SAHIP    MISAFIR"
            "                                  D     UCRET DVZ"
            delimited by size into msertif-rapor-satir
     write msertif-rapor-satir
     move low-values to msr-no
     start msertif key is not less than msr-no
           invalid move "10" to fs-msertif
     end-start
     perform rapor-satiri
             until fs-msertif = "10"
     move "00" to fs-msertif
     move spaces to msertif-rapor-satir
     write msertif-rapor-satir
     move w-bekleyen to w-sayi-ed
     move spaces to msertif-rapor-satir
     string "UCRET BEKLEYEN  " w-sayi-ed
            delimited by size into msertif-rapor-satir
     write msertif-rapor-satir
     move w-duzenlenen to w-sayi-ed
     move spaces to msertif-rapor-satir
     string "DUZENLENEN      " w-sayi-ed
            delimited by size into msertif-rapor-satir
     write msertif-rapor-satir
     move w-kullanilan to w-sayi-ed
     move spaces to msertif-rapor-satir
     string "KULLANILAN      " w-sayi-ed
            delimited by size into msertif-rapor-satir
     write msertif-rapor-satir
     move w-iptal-edilen to w-sayi-ed
     move spaces to msertif-rapor-satir
     string "IPTAL           " w-sayi-ed
            delimited by size into msertif-rapor-satir
     write msertif-rapor-satir
     move spaces to msertif-rapor-satir
     write msertif-rapor-satir
     move "ALINAN UCRETLER (DUZENLENEN + KULLANILAN)"
          to msertif-rapor-satir
     write msertif-rapor-satir
     perform doviz-toplami
             varying w-dvz-ix from 1 by 1 until w-dvz-ix > w-dvz-adet
     close msertif-rapor
     .

 rapor-satiri.
     read msertif next record
          at end move "10" to fs-msertif
     end-read
     if fs-msertif not = "00" and fs-msertif not = "02"
        move "10" to fs-msertif
     end-if
     if fs-msertif = "10"
        exit paragraph
     end-if
     if msr-yil not = lk-yil
        exit paragraph
     end-if
     add 1 to lk-sayi
     evaluate true
        when msr-ucret-bekliyor  add 1 to w-bekleyen
        when msr-duzenlendi      add 1 to w-duzenlenen
        when msr-kullanildi      add 1 to w-kullanilan
        when msr-iptal           add 1 to w-iptal-edilen
     end-evaluate
     if msr-duzenlendi or msr-kullanildi
        perform doviz-ekle
     end-if
     move spaces to msertif-rapor-satir
     move msr-no to msertif-rapor-satir (1:8)
     move msr-devremulk-no to msertif-rapor-satir (10:8)
     move msr-hafta to msertif-rapor-satir (19:2)
     move msr-sahip-no to msertif-rapor-satir (25:8)
     move msr-misafir-adi to msertif-rapor-satir (34:40)
     move msr-durum to msertif-rapor-satir (75:1)
     move msr-ucret to w-tutar-ed
     move w-tutar-ed to msertif-rapor-satir (77:12)
     move msr-doviz to msertif-rapor-satir (90:3)
     write msertif-rapor-satir
     .

 doviz-ekle.
     move "H" to w-bulundu
     perform doviz-ara
             varying w-dvz-ix from 1 by 1
             until w-dvz-ix > w-dvz-adet or w-bulundu = "E"
     subtract 1 from w-dvz-ix
     if w-bulundu not = "E"
        if w-dvz-adet >= 10
           exit paragraph
        end-if
        add 1 to w-dvz-adet
        move w-dvz-adet to w-dvz-ix
        move msr-doviz to w-dvz-kod (w-dvz-ix)
     end-if
     add 1 to w-dvz-sayi (w-dvz-ix)
     add msr-ucret to w-dvz-tutar (w-dvz-ix)
     .

 doviz-ara.
     if w-dvz-kod (w-dvz-ix) = msr-doviz
        move "E" to w-bulundu
     end-if
     .

 doviz-toplami.
     move w-dvz-sayi (w-dvz-ix) to w-sayi-ed
     move spaces to msertif-rapor-satir
     string w-dvz-kod (w-dvz-ix) "  " w-sayi-ed " ADET  "
            delimited by size into msertif-rapor-satir
     move w-dvz-tutar (w-dvz-ix) to w-tutar-ed
     move w-tutar-ed to msertif-rapor-satir (24:12)
     write msertif-rapor-satir
     .
