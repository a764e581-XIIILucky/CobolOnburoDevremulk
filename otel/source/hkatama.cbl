*>     saatini isler; dunun verimlilik dokumu (gorevli basina kredi,
*>     oda sayisi ve kayitli saatlerden hesaplanan fiili dakika)
*>     sabah raporunun sonuna eklenir,
*>   - derintem'in bugune planladigi derin temizlik isleri (DERODA,
*>     plan tarihi bugun ve henuz yapilmamis) bos odalara "D" derin
*>     temizlik olarak eklenir; kredi DERTIP'teki is tipinden
*>     gelir ve is kagidinda is tipiyle basilir,
*>   - lk-mod-gorevli ile gorevli tanimi (HKGORVLI) acilir/
*>     guncellenir - tanim dosyasinin bakim yolu budur.
*> gecedrv parametresiz cagirdiginda atama calismasi kosulur.

     copy "odalar.sel.cpy".

     copy "deroda.sel.cpy".

     copy "dertip.sel.cpy".

     select hkatama assign to random
            hkatama-dosya
            organization indexed

 copy "odalar.lib.cpy".

 copy "deroda.lib.cpy".

 copy "dertip.lib.cpy".

fd  hkatama.
01  hka-rec.
    02  hka-anah.
    02  hka-temizlik-tipi        pic x(01).
        88  hka-cikis-temizligi      value "C".
        88  hka-kalan-temizligi      value "K".
        88  hka-derin-temizlik       value "D".
    02  hka-kredi                pic 9(03).
    02  hka-baslama-saat         pic 9(04).
    02  hka-bitis-saat           pic 9(04).
01  fs-rez                       pic xx.
01  fs-odalar                    pic xx.
01  fs-hkatama                   pic xx.
01  deroda-dosya                 pic x(200) value "deroda.dat".
01  dertip-dosya                 pic x(200) value "dertip.dat".
01  fs-deroda                    pic xx.
01  fs-dertip                    pic xx.

01  w-bugun                      pic 9(08).
01  w-dun                        pic 9(08).
    02  w-is-satir occurs 1000 times.
        03  w-is-oda             pic x(04).
        03  w-is-tip             pic x(01).
        03  w-is-kredi           pic 9(03).
        03  w-is-derin-kod       pic x(04).
        03  w-is-derin-adi       pic x(30).
01  w-is-sayisi                  pic 9(04) value 0.
01  w-is-ix                      pic 9(04).
01  w-bulundu                    pic x(01).
01  w-aranan-oda                 pic x(04).
01  w-dakika                     pic s9(05).
01  w-sayi-ed                    pic z(4)9.
01  w-dak-ed                     pic z(4)9.
     perform gorevli-yukle
     if w-gorevli-sayisi > 0
        perform temizlik-isi-cikar
        perform derin-isleri-ekle
        perform oda-tara
        perform is-kagitlari-bas
        perform verimlilik-raporu
        add 1 to w-is-sayisi
        move rez-odano  to w-is-oda (w-is-sayisi)
        move w-oda-tipi to w-is-tip (w-is-sayisi)
        move 0          to w-is-kredi (w-is-sayisi)
     end-if
     .

*> derintem'in bugune planladigi, henuz yapilmamis derin temizlik
*> isleri; gunun cikis/konaklayan isi olan oda atlanir (derintem
*> zaten dolu ve hareketli odayi planlamaz).
 derin-isleri-ekle.
     open input deroda
     open input dertip
     if fs-deroda not = "00" or fs-dertip not = "00"
        close deroda dertip
        exit paragraph
     end-if
     move low-values to dro-anah
     start deroda key is not less than dro-anah
           invalid move "10" to fs-deroda
     end-start
     perform derin-satiri
             until fs-deroda = "10"
     close deroda dertip
     .

 derin-satiri.
     read deroda next record
          at end move "10" to fs-deroda
     end-read
     if fs-deroda not = "00" and fs-deroda not = "02"
        move "10" to fs-deroda
     end-if
     if fs-deroda = "10"
        exit paragraph
     end-if
     if dro-plan-tar not = w-bugun
     or dro-son-tarih >= dro-plan-tar
        exit paragraph
     end-if
     move dro-oda to w-aranan-oda
     move "H" to w-bulundu
     perform derin-oda-ara
             varying w-is-ix from 1 by 1
             until w-is-ix > w-is-sayisi
                or w-bulundu = "E"
     if w-bulundu = "E" or w-is-sayisi >= 1000
        exit paragraph
     end-if
     move dro-kod to drt-kod
     read dertip
          invalid exit paragraph
     end-read
     add 1 to w-is-sayisi
     move dro-oda   to w-is-oda (w-is-sayisi)
     move "D"       to w-is-tip (w-is-sayisi)
     move drt-kredi to w-is-kredi (w-is-sayisi)
     move drt-kod   to w-is-derin-kod (w-is-sayisi)
     move drt-adi   to w-is-derin-adi (w-is-sayisi)
     .

 derin-oda-ara.
     if w-is-oda (w-is-ix) = w-aranan-oda
        move "E" to w-bulundu
     end-if
     .

 oda-temizlik-tipi-bul.
     move " " to w-oda-tipi
     move 0 to w-oda-kredisi
     perform varying w-is-ix from 1 by 1
             until w-is-ix > w-is-sayisi
        if w-is-oda (w-is-ix) = oda-no (1:4)
           move w-is-tip (w-is-ix) to w-oda-tipi
           move w-is-kredi (w-is-ix) to w-oda-kredisi
           move w-is-sayisi to w-is-ix
        end-if
     end-perform
     .

 oda-ata.
     evaluate w-oda-tipi
        when "C"
             move w-kredi-cikis to w-oda-kredisi
        when "D"
             continue
        when other
             move w-kredi-kalan to w-oda-kredisi
     end-evaluate
     move 1 to w-secilen-ix
     perform varying w-gor-ix from 2 by 1
             until w-gor-ix > w-gorevli-sayisi

 is-satiri-bas.
     move spaces to hkatama-rapor-satir
     if hka-derin-temizlik
        move hka-oda-no to w-aranan-oda
        move "H" to w-bulundu
        perform derin-oda-ara
                varying w-is-ix from 1 by 1
                until w-is-ix > w-is-sayisi
                   or w-bulundu = "E"
        if w-bulundu = "E"
           subtract 1 from w-is-ix
           string "KAT " oda-kat " KONUM " oda-konum
                  " ODA " oda-no "  DERIN TEMIZLIK "
                  w-is-derin-kod (w-is-ix) " "
                  w-is-derin-adi (w-is-ix)
                  delimited by size into hkatama-rapor-satir
        else
           string "KAT " oda-kat " KONUM " oda-konum
                  " ODA " oda-no "  DERIN TEMIZLIK"
                  delimited by size into hkatama-rapor-satir
        end-if
        write hkatama-rapor-satir
        exit paragraph
     end-if
     if hka-cikis-temizligi
        string "KAT " oda-kat " KONUM " oda-konum
               " ODA " oda-no "  CIKIS TEMIZLIGI"
