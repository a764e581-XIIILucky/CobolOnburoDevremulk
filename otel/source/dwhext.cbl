*> dwhext.cbl
*> Veri ambari icin gecelik yildiz sema aktarimi. Isletme panolari
*> bir BI aracinda istiyor; her analist kendi disa aktarimini yazdigi
*> icin rakamlar hicbir zaman bizimkilerle tutmuyordu. Gece
*> denetiminden sonra kosulan bu adim, son calismadan bu yana
*> degisenleri "|" ayracli duz dosyalara (ilk satir sutun adlari)
*> yazar; dosyalar her calismada yeniden olusturulur:
*>   olgu tablolari
*>   - dwh-f-konaklama.txt: CAST-log'a son calismadan sonra eklenen
*>     satirlar (fis numarasi son aktarilandan buyuk, ISLEM Y) ve
*>     daha once aktarilip duzeltme ile eCAST-log'a tasinan satirlar
*>     (ISLEM S: ambar o fisi silmelidir; tutari eksi yazilir),
*>   - dwh-f-gelir.txt: FATDETAY'in son calismadan sonra kesilen
*>     fatura satirlari (fatura, rezervasyon ve cari ile),
*>   - dwh-f-rez.txt: REZ'de satis (rez-al-tar), islem (rez-isl-tar)
*>     ya da iptal (rez-sil-tar) tarihi son calismadan sonra olan
*>     rezervasyonlar ve REZ'de artik olmayan REZ-log kayitlari
*>     (ISLEM Y yeni, G guncelleme, I iptal / no-show),
*>   - dwh-f-taksit.txt, dwh-f-odeme.txt: TAKSIT ve DEVODEME
*>     kayitlarinda degisim tarihi tutulmadigi icin son aktarilan
*>     hal DWHSNAP'ta saklanir; yeni (Y), degisen (G) ve silinen (S)
*>     kayitlar yazilir,
*>   boyut tablolari (her calismada tam)
*>   - dwh-d-acenta.txt (REZ/REZ-log'da gecen acentalar; unvan cari
*>     kodu = acenta olan CARI'den), dwh-d-oda.txt (ODALAR),
*>     dwh-d-odatip.txt ve dwh-d-pazar.txt (REZ ve ODALAR'da gecen
*>     kodlar; adlari dwhext.prm TIP / PAZAR satirlarindan),
*>     dwh-d-ulke.txt (TURIZM),
*>   - dwh-d-tarih.txt: takvim boyutu artimlidir; son yazilan gunden
*>     bugun + UFUK gune (varsayilan 730) kadar yeni gunler yazilir.
*> Her dosyanin satir sayisi ve tutar toplami, aktarim araligi ile
*> birlikte dwh-kontrol.txt'ye yazilir; yukleyici aldigi dosyalari
*> buna gore dogrular. Son aktarim tarihi, son CAST-log fisi ve
*> takvimin son gunu DWHSNAP kontrol kaydinda tutulur ve yalniz
*> basarili calismanin sonunda ilerletilir - yarida kalan adim ayni
*> aralikla yeniden uretilir; ayni gun yeniden calismada o gun
*> yazilmis olan taksit / odeme / silme satirlari tekrar yazilir.
*>   - lk-mod-gece: artimli aktarim (parametresiz cagrida),
*>   - lk-mod-tam: DWHSNAP sifirlanir, tum kayitlar aktarilir (ilk
*>     yukleme ya da ambarin yeniden kurulmasi).
*> dwhext.prm satirlari: TIP;kod;ad  PAZAR;kod;ad  TARIH-BAS;yyyymmdd
*> (takvimin ilk gunu, varsayilan 20000101)  UFUK;gun.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. dwhext.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     copy "fatura.sel.cpy".

     copy "fatdetay.sel.cpy".

     copy "taksit.sel.cpy".

     copy "devodeme.sel.cpy".

     copy "odalar.sel.cpy".

     select turizm assign to random
            turizm-dosya
            organization indexed
            access mode is dynamic
            record key is turizm-ulke-kodu
            file status is fs-turizm.

     copy "cari.sel.cpy".

     select rez-log assign to random
            rez-log-dosya
            organization indexed
            access mode is dynamic
            record key is rez-log-no
            file status is fs-rez-log.

     select ecast-log assign to random
            ecast-log-dosya
            organization indexed
            access mode is dynamic
            record key is ecast-log-fis
            alternate record key ecast-log-alt = ecast-log-anah,
                  ecast-log-fis with duplicates
            file status is fs-ecast-log.

     select dwhsnap assign to random
            dwhsnap-dosya
            organization indexed
            access mode is dynamic
            record key is dws-anah
            file status is fs-dwhsnap.

     select dwhext-param assign to random
            dwhext-param-dosya
            organization line sequential
            file status is fs-param.

     select dwh-cikti assign to random
            dwh-cikti-dosya
            organization line sequential.

     select dwh-kontrol assign to random
            dwh-kontrol-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

 copy "fatura.lib.cpy".

 copy "fatdetay.lib.cpy".

 copy "taksit.lib.cpy".

 copy "devodeme.lib.cpy".

 copy "odalar.lib.cpy".

*> (duzen turizmrap.cbl ile aynidir)
fd  turizm.
01  turizm-rec.
    02  turizm-ulke-kodu             pic x(03).
    02  turizm-ulke-adi              pic x(30).
    02  turizm-bakanlik-kodu         pic x(03).
    02  turizm-aktif                 pic x(01).
        88  turizm-aktif-mi              value "E".
        88  turizm-pasif-mi              value "H".

 copy "cari.lib.cpy".

*> (duzen istyenid.cbl ile aynidir)
fd  rez-log.
01  rez-log-rec.
          02 rez-log-anah.
             03 rez-log-no             pic 9(08).
          02 rez-log-tipi              pic 9.
          02 rez-log-durumu            pic x.
          02 rez-log-acen-anah.
             03 rez-log-acenta         pic x(4).
             03 rez-log-gir-tar.
                04 rez-log-gir-yil     pic 9999.
                04 rez-log-gir-ay      pic 99.
                04 rez-log-gir-gun     pic 99.
             03 rez-log-cik-tar.
                04 rez-log-cik-yil     pic 9999.
                04 rez-log-cik-ay      pic 99.
                04 rez-log-cik-gun     pic 99.
          02 rez-log-adi               pic x(20).
          02 rez-log-soyadi            pic x(20).
          02 rez-log-banka             pic 99.
          02 rez-log-doviz             pic 99.
          02 rez-log-anlasma           pic xx.
          02 rez-log-odeme-tipi        pic xx.
          02 rez-log-pan-tipi          pic xx.
          02 rez-log-ulke              pic x(03).
          02 rez-log-voucher           pic x(30).
          02 rez-log-kur-aygun         pic x.
          02 rez-log-k-g-b             pic x.
          02 rez-log-vip               pic x.
          02 rez-log-komisyon          pic 99.
          02 rez-log-nor-indirim       pic 99v99.
          02 rez-log-c-in              pic x.
          02 rez-log-folio             pic 9(08).
          02 rez-log-odano             pic x(04).

          02 rez-log-s-d-t-g           pic 9.
          02 rez-log-oda-konumu        pic 99.
          02 rez-log-kisi.
             03 rez-log-buyuk          pic 9(02).
             03 rez-log-kucuk          pic 9(02).
             03 rez-log-bebek          pic 9(01).
             03 rez-log-free           pic 9(01).
          02 rez-log-fiyati            pic 9(12)v99 comp-3.
          02 rez-log-isl-tar.
             03 rez-log-isl-yil        pic 9999.
             03 rez-log-isl-ay         pic 99.
             03 rez-log-isl-gun        pic 99.
          02 rez-log-al-tar.
             03 rez-log-al-yil         pic 9999.
             03 rez-log-al-ay          pic 99.
             03 rez-log-al-gun         pic 99.
          02 rez-log-ops-tar.
             03 rez-log-ops-yil        pic 9999.
             03 rez-log-ops-ay         pic 99.
             03 rez-log-ops-gun        pic 99.
          02 rez-log-gel-zaman.
             03 rez-log-gel-saat       pic 99.
             03 rez-log-gel-dak        pic 99.
          02 rez-log-git-zaman.
             03 rez-log-git-saat       pic 99.
             03 rez-log-git-dak        pic 99.
          02 rez-log-genel-bilgi.
             03 rez-log-grup-anah.
                04 rez-log-grup-no     pic 9(06).
                04 rez-log-grup-adi    pic x(13).
             03 rez-log-adres1         pic x(20).
             03 rez-log-adres2         pic x(14).
             03 rez-log-aksiyon2-eh    pic 9.
             03 rez-log-special2-eh     pic 9.
             03 rez-log-statu          pic x.
             03 rez-log-iptal          pic 9.
             03 rez-log-sil-sebeb      pic x(2).
             03 rez-log-not1           pic x(100).
             03 rez-log-not2           pic x(100).
             03 rez-log-eski-alan.
               05 rez-log-bavel-eski  pic x(15).
               05 filler      pic x.
             03 rez-log-gel-sirket     pic x(02).
             03 rez-log-git-sirket     pic x(02).
             03 rez-log-operator       pic x(02).
             03 rez-log-e-mail         pic x(01).
             03 rez-log-gr-olabilir    pic 9.
             03 rez-log-voucher-gir-tar.
                04 rez-log-voucher-gir-yil     pic 9999.
                04 rez-log-voucher-gir-ay      pic 99.
                04 rez-log-voucher-gir-gun     pic 99.
             03 rez-log-gr-status      pic x.
             03 rez-log-kaynak-1       pic x(02).
             03 rez-log-kaynak-2       pic x(02).
             03 rez-log-kaynak-3       pic x(02).
             03 rez-log-firma          pic x(05).
             03 rez-log-extra-kart2    pic x(7).
          02 rez-log-extra-kart        pic x(7).
          02 rez-log-late-zaman.
             03 rez-log-late-gel-saat  pic 99.
             03 rez-log-late-gel-dak   pic 99.
          02 rez-log-on-odeme          pic 9(12)v99 comp-3.
          02 rez-log-on-doviz          pic 9(02).
          02 rez-log-pazar             pic x(02).
          02 rez-log-eb                pic x.
          02 rez-log-fiyat-fix         pic x.
          02 rez-log-fiyat-konumu      pic 99.
          02 rez-log-aksiyon-eh        pic x.
          02 rez-log-bilbord-eh        pic x.
          02 rez-log-ug-ind            pic 9.
          02 rez-log-cin-kuru          pic 999v99999.
          02 rez-log-oda-tipi          pic xx.
          02 rez-log-special-eh        pic 9.
          02 rez-log-ozel-durum-car    pic 999v9999999.
          02 rez-log-ozel-durum        pic 99.
          02 rez-log-title             pic x(09).
          02 rez-log-gec               pic 9.
          02 rez-log-plan              pic 9.
          02 rez-log-rehber            pic x(2).
          02 rez-log-fiyat-flag.
             05 rez-log-aksiyon-flag   pic 9.
             05 rez-log-renk           pic 9.
             05 rez-log-special-flag   pic 9.
          02 rez-log-oda-tipi2         pic xx.
          02 rez-log-oda-tipi3         pic xx.
          02 rez-log-tikler.
             05 rez-log-ozel-tip       pic x.
             05 rez-log-tam-blok       pic 9.
             05 rez-log-share          pic 9.
          02 rez-log-staf-bos       pic x(04).
          02 rez-log-sharenum       pic 9(8).
          02 rez-log-sil-tar         pic x(8).
          02 rez-log-rate-kodu       pic x(8).
          02 rez-log-extra-ind       pic 999v99.
          02 rez-log-no-post          pic 9.
          02 rez-log-dev-uye-no      pic 9(8).
          02 rez-log-rate-acenta     pic xxxx.
          02 rez-log-room-kdv-yok    pic x.
          02 rez-log-extra-kdv-yok   pic x.
          02 rez-log-telefon-no      pic x(15).
          02 rez-log-bavel           pic x(15).
          02 rez-log-vip-turu        pic x.
          02 rez-log-blok-tip        pic 9.
          02 rez-log-onodeme-var     pic 9.
          02 rez-log-cin-kur-tar.
             03 rez-log-cin-kur-yil  pic 9(4).
             03 rez-log-cin-kur-ay   pic 9(2).
             03 rez-log-cin-kur-gun  pic 9(2).
          02 rez-log-kredi-kart.
             03 rez-log-kart-tipi     pic x.
             03 rez-log-kart-no1      pic x(04).
             03 rez-log-kart-no2      pic x(04).
             03 rez-log-kart-no3      pic x(04).
             03 rez-log-kart-no4      pic x(04).
             03 rez-log-cvv-kodu      pic x(03).
             03 rez-log-onay-kodu     pic x(15).
             03 rez-log-onay-tutar    pic 9(7)v99.
             03 rez-log-onay-doviz    pic x(02).
             03 rez-log-kart-sahibi   pic x(50).
             03 rez-log-kart-son-ay   pic 9(2).
             03 rez-log-kart-son-yil  pic 9(2).
             03 rez-log-provizyon-notu pic x(20).

          02 rez-log-bosv9           pic x(811).
          02 rez-log-staf              pic x(04).
          02 rez-log-fis             pic 9(10).

*> (duzen spoyeni.cbl ile aynidir)
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

*> son aktarilan hal: C kontrol kaydi (no/sira 0), T taksit,
*> O devre odemesi, E eCAST-log'a tasinmis fis
fd  dwhsnap.
01  dws-rec.
    02  dws-anah.
        03  dws-tip              pic x(01).
            88  dws-kontrol          value "C".
            88  dws-taksit           value "T".
            88  dws-odeme            value "O".
            88  dws-ecast            value "E".
        03  dws-no               pic 9(10).
        03  dws-sira             pic 9(05).
*>   C: (1) son aktarilan CAST-log fisi
    02  dws-tutar                pic s9(11)v99 comp-3 occurs 5 times.
*>   C: son basarili aktarim; T vade; O odeme tarihi
    02  dws-tarih                pic 9(08).
*>   C: takvim boyutunun son gunu; T/O/E son goruldugu calisma
    02  dws-gorulen              pic 9(08).
*>   son yazildigi calisma ve yazilan islem (Y/G/S)
    02  dws-degisim              pic 9(08).
    02  dws-islem                pic x(01).
    02  dws-silindi              pic x(01).
*>   T doviz, O aciklama
    02  dws-metin                pic x(40).

fd  dwhext-param.
01  param-satir                  pic x(80).

fd  dwh-cikti.
01  dwh-cikti-satir              pic x(400).

fd  dwh-kontrol.
01  dwh-kontrol-satir            pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  fatura-dosya                 pic x(200) value "fatura.dat".
01  fatdetay-dosya               pic x(200) value "fatdetay.dat".
01  taksit-dosya                 pic x(200) value "taksit.dat".
01  devodeme-dosya               pic x(200) value "devodeme.dat".
01  odalar-dosya                 pic x(200) value "odalar.dat".
01  turizm-dosya                 pic x(200) value "turizm.dat".
01  cari-dosya                   pic x(200) value "cari.dat".
01  rez-log-dosya                pic x(200) value "rez-log.dat".
01  ecast-log-dosya              pic x(200) value "ecast-log.dat".
01  dwhsnap-dosya                pic x(200) value "dwhsnap.dat".
01  dwhext-param-dosya           pic x(200) value "dwhext.prm".
01  dwh-cikti-dosya              pic x(200).
01  dwh-kontrol-dosya            pic x(200) value "dwh-kontrol.txt".
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-fatura                    pic xx.
01  fs-fatdetay                  pic xx.
01  fs-taksit                    pic xx.
01  fs-devodeme                  pic xx.
01  fs-odalar                    pic xx.
01  fs-turizm                    pic xx.
01  fs-cari                      pic xx.
01  fs-rez-log                   pic xx.
01  fs-ecast-log                 pic xx.
01  fs-dwhsnap                   pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-x redefines w-bugun  pic x(08).
01  w-simdi                      pic 9(08).
01  w-tam                        pic x(01).

*> acik kaldigi bilinen istege bagli dosyalar
01  w-acik.
    02  w-rez-log-acik           pic x(01).
    02  w-ecast-acik             pic x(01).
    02  w-taksit-acik            pic x(01).
    02  w-devodeme-acik          pic x(01).
    02  w-odalar-acik            pic x(01).
    02  w-turizm-acik            pic x(01).
    02  w-cari-acik              pic x(01).

*> aktarim araligi: (w-son-tarih, w-bugun]
01  w-son-tarih                  pic 9(08).
01  w-son-tarih-x redefines w-son-tarih pic x(08).
01  w-son-fis                    pic 9(10).
01  w-yeni-fis                   pic 9(10).
01  w-takvim-son                 pic 9(08).

01  w-p-tip                      pic x(10).
01  w-p-deger1                   pic x(10).
01  w-p-deger2                   pic x(30).
01  w-takvim-bas                 pic 9(08).
01  w-ufuk                       pic 9(04).

*> boyut kodlari: A acenta, P pazar, T oda tipi
01  w-kod-sayisi                 pic 9(04).
01  w-kod-tablosu.
    02  w-kod-kayit              occurs 800 times.
        03  w-kod-tur            pic x(01).
        03  w-kod                pic x(04).
01  w-k-tur                      pic x(01).
01  w-k-kod                      pic x(04).
*> kod adlari (dwhext.prm)
01  w-ad-sayisi                  pic 9(03).
01  w-ad-tablosu.
    02  w-ad-kayit               occurs 200 times.
        03  w-ad-tur             pic x(01).
        03  w-ad-kod             pic x(04).
        03  w-ad                 pic x(30).
01  w-i                          pic 9(04).
01  w-j                          pic 9(04).
01  w-bulundu                    pic x(01).

*> rezervasyon boyut anahtarlari (REZ ya da REZ-log'dan)
01  w-r-acenta                   pic x(04).
01  w-r-pazar                    pic x(02).
01  w-r-ulke                     pic x(03).
01  w-r-oda-tipi                 pic x(02).

01  w-islem                      pic x(01).
01  w-kaynak                     pic x(01).
01  w-gir-tar                    pic 9(08).
01  w-cik-tar                    pic 9(08).
01  w-al-tar                     pic 9(08).
01  w-isl-tar                    pic 9(08).
01  w-gece                       pic 9(05).
01  w-b                          pic 9(02).
01  w-ekstra                     pic s9(11)v99.

*> TAKSIT / DEVODEME karsilastirmasi
01  w-s-tip                      pic x(01).
01  w-s-no                       pic 9(10).
01  w-s-sira                     pic 9(05).
01  w-s-tutarlar.
    02  w-s-tutar                pic s9(11)v99 occurs 5 times.
01  w-s-tarih                    pic 9(08).
01  w-s-metin                    pic x(40).
01  w-yaz                        pic x(01).

*> takvim
01  w-gun-no                     pic 9(07).
01  w-gun-son                    pic 9(07).
01  w-tarih                      pic 9(08).
01  w-tarih-r redefines w-tarih.
    02  w-t-yil                  pic 9(04).
    02  w-t-ay                   pic 9(02).
    02  w-t-gun                  pic 9(02).
01  w-yil-basi                   pic 9(08).
01  w-haftagunu                  pic 9(01).
01  w-yilin-gunu                 pic 9(03).
01  w-ceyrek                     pic 9(01).

*> satir kurulumu
01  w-satir                      pic x(400).
01  w-isaret                     pic 9(03).
01  w-alan                       pic x(60).
01  w-tablo-adi                  pic x(40).
01  w-tablo-tur                  pic x(01).
01  w-baslik                     pic x(400).
01  w-adet                       pic 9(09).
01  w-toplam                     pic s9(15)v99.
01  w-olgu-adet                  pic 9(09).
01  w-genel-adet                 pic 9(09).
01  w-tutar-ed                   pic -(12)9.99.
01  w-toplam-ed                  pic -(15)9.99.
01  w-kur-ed                     pic z(3)9.9999.
01  w-oran-ed                    pic z9.99.
01  w-adet-ed                    pic z(8)9.

01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(09) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  dwhext-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-gece              value "G".
        88  lk-mod-tam               value "T".
*>   yazilan olgu satiri
    02  lk-sayi                  pic 9(09).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional dwhext-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     if address of dwhext-link = null
        set address of dwhext-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi w-olgu-adet w-genel-adet
     move 0 to w-kod-sayisi w-ad-sayisi
     move "H" to w-tam
     if not lk-mod-gece and not lk-mod-tam
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     if lk-mod-tam
        move "E" to w-tam
     end-if
     perform param-oku
     open input rez cast-log fatura fatdetay
     if fs-rez not = "00" or fs-cast-log not = "00"
     or fs-fatura not = "00" or fs-fatdetay not = "00"
        close rez cast-log fatura fatdetay
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform istege-bagli-ac
     perform kontrol-kaydi-oku
     if lk-sonuc-hata
        close rez cast-log fatura fatdetay
        perform istege-bagli-kapat
        move 1 to return-code
        goback
     end-if
     open output dwh-kontrol
     move spaces to dwh-kontrol-satir
     string "DOSYA|TUR|ADET|TOPLAM|BAS-TARIH|BIT-TARIH|CALISMA"
            delimited by size into dwh-kontrol-satir
     write dwh-kontrol-satir
     perform konaklama-cikar
     perform gelir-cikar
     perform rez-cikar
     perform taksit-cikar
     perform odeme-cikar
     perform acenta-boyutu
     perform oda-boyutu
     perform odatip-boyutu
     perform pazar-boyutu
     perform ulke-boyutu
     perform tarih-boyutu
     move w-genel-adet to w-adet-ed
     move spaces to dwh-kontrol-satir
     string "TOPLAM|-|" function trim (w-adet-ed) "|0.00|"
            w-son-tarih "|" w-bugun "|" w-bugun w-simdi (1:6)
            delimited by size into dwh-kontrol-satir
     write dwh-kontrol-satir
     close dwh-kontrol
*>   aralik yalniz basarili calismanin sonunda ilerler
     move "C" to dws-tip
     move 0   to dws-no dws-sira
     read dwhsnap invalid continue end-read
     move w-bugun      to dws-tarih
     move w-yeni-fis   to dws-tutar (1)
     move w-takvim-son to dws-gorulen
     rewrite dws-rec invalid continue end-rewrite
     close rez cast-log fatura fatdetay dwhsnap
     perform istege-bagli-kapat
     move w-olgu-adet to lk-sayi
     goback.

*> ---------------------------------------------------------------
*> parametreler, dosyalar ve kontrol kaydi
*> ---------------------------------------------------------------
 param-oku.
     move 20000101 to w-takvim-bas
     move 730 to w-ufuk
     open input dwhext-param
     if fs-param = "00"
        perform param-satiri
                until fs-param not = "00"
        close dwhext-param
     end-if
     .

 param-satiri.
     read dwhext-param
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
        when "TIP"
        when "PAZAR"
             if w-ad-sayisi < 200
                add 1 to w-ad-sayisi
                move w-p-tip (1:1) to w-ad-tur (w-ad-sayisi)
                move w-p-deger1    to w-ad-kod (w-ad-sayisi)
                move w-p-deger2    to w-ad (w-ad-sayisi)
             end-if
        when "TARIH-BAS"
             compute w-takvim-bas = function numval (w-p-deger1)
        when "UFUK"
             compute w-ufuk = function numval (w-p-deger1)
     end-evaluate
     .

 istege-bagli-ac.
     move "H" to w-rez-log-acik w-ecast-acik w-taksit-acik
     move "H" to w-devodeme-acik w-odalar-acik w-turizm-acik
     move "H" to w-cari-acik
     open input rez-log
     if fs-rez-log = "00"
        move "E" to w-rez-log-acik
     end-if
     open input ecast-log
     if fs-ecast-log = "00"
        move "E" to w-ecast-acik
     end-if
     open input taksit
     if fs-taksit = "00"
        move "E" to w-taksit-acik
     end-if
     open input devodeme
     if fs-devodeme = "00"
        move "E" to w-devodeme-acik
     end-if
     open input odalar
     if fs-odalar = "00"
        move "E" to w-odalar-acik
     end-if
     open input turizm
     if fs-turizm = "00"
        move "E" to w-turizm-acik
     end-if
     open input cari
     if fs-cari = "00"
        move "E" to w-cari-acik
     end-if
     .

 istege-bagli-kapat.
     if w-rez-log-acik = "E"
        close rez-log
     end-if
     if w-ecast-acik = "E"
        close ecast-log
     end-if
     if w-taksit-acik = "E"
        close taksit
     end-if
     if w-devodeme-acik = "E"
        close devodeme
     end-if
     if w-odalar-acik = "E"
        close odalar
     end-if
     if w-turizm-acik = "E"
        close turizm
     end-if
     if w-cari-acik = "E"
        close cari
     end-if
     .

*> kontrol kaydi yoksa (ilk calisma) aktarim tam yapilir
 kontrol-kaydi-oku.
     if w-tam = "E"
        open output dwhsnap
        close dwhsnap
     end-if
     open i-o dwhsnap
     if fs-dwhsnap = "35"
        close dwhsnap
        open output dwhsnap
        close dwhsnap
        open i-o dwhsnap
     end-if
     if fs-dwhsnap not = "00"
        close dwhsnap
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move "C" to dws-tip
     move 0   to dws-no dws-sira
     read dwhsnap
          invalid
              initialize dws-rec
              move "C" to dws-tip
              write dws-rec invalid continue end-write
              move "E" to w-tam
     end-read
     if w-tam = "E"
        move 0 to w-son-tarih w-son-fis w-takvim-son
     else
        move dws-tarih     to w-son-tarih
        move dws-tutar (1) to w-son-fis
        move dws-gorulen   to w-takvim-son
     end-if
     move w-son-fis to w-yeni-fis
     .

*> ---------------------------------------------------------------
*> dosya ve satir yazimi
*> ---------------------------------------------------------------
 tablo-ac.
     move w-tablo-adi to dwh-cikti-dosya
     open output dwh-cikti
     move 0 to w-adet w-toplam
     move w-baslik to dwh-cikti-satir
     write dwh-cikti-satir
     .

 tablo-kapat.
     close dwh-cikti
     add w-adet to w-genel-adet
     if w-tablo-tur = "F"
        add w-adet to w-olgu-adet
     end-if
     move w-adet   to w-adet-ed
     move w-toplam to w-toplam-ed
     move spaces to dwh-kontrol-satir
     string function trim (w-tablo-adi) "|" w-tablo-tur "|"
            function trim (w-adet-ed) "|"
            function trim (w-toplam-ed) "|"
            w-son-tarih "|" w-bugun "|" w-bugun w-simdi (1:6)
            delimited by size into dwh-kontrol-satir
     write dwh-kontrol-satir
     .

 satir-basla.
     move spaces to w-satir
     move 1 to w-isaret
     .

 alan-ekle.
     if w-isaret > 1
        string "|" delimited by size into w-satir
               with pointer w-isaret
     end-if
     string function trim (w-alan) delimited by size
            into w-satir with pointer w-isaret
     move spaces to w-alan
     .

 tutar-ekle.
     move w-tutar-ed to w-alan
     perform alan-ekle
     .

 satir-yaz.
     move w-satir to dwh-cikti-satir
     write dwh-cikti-satir
     add 1 to w-adet
     .

*> ---------------------------------------------------------------
*> olgu: konaklama geceleri (CAST-log)
*> ---------------------------------------------------------------
 konaklama-cikar.
     move "dwh-f-konaklama.txt" to w-tablo-adi
     move "F" to w-tablo-tur
     move spaces to w-baslik
     string "ISLEM|FIS|TARIH|REZ-NO|ODA-NO|ODA-TIPI|ACENTA|PAZAR|"
            "ULKE|ODA-ADET|BUYUK|KUCUK|BEBEK|ODA-GELIRI|EKSTRA|"
            "RATE-KODU"
            delimited by size into w-baslik
     perform tablo-ac
     move w-son-fis to cast-log-fis
     start cast-log key is greater than cast-log-fis
           invalid move "10" to fs-cast-log
     end-start
     perform konaklama-satiri
             until fs-cast-log = "10"
     move "00" to fs-cast-log
     if w-ecast-acik = "E"
        move 0 to ecast-log-fis
        start ecast-log key is not less than ecast-log-fis
              invalid move "10" to fs-ecast-log
        end-start
        perform tasinan-satir
                until fs-ecast-log = "10"
        move "00" to fs-ecast-log
     end-if
     perform tablo-kapat
     .

 konaklama-satiri.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     move cast-log-fis to w-yeni-fis
     perform rez-boyut-bul
     move 0 to w-ekstra
     perform kirilim-topla
             varying w-b from 1 by 1 until w-b > 15
     add cast-log-basilan-fiyat to w-toplam
     perform satir-basla
     move "Y"                to w-alan
     perform alan-ekle
     move cast-log-fis       to w-alan
     perform alan-ekle
     move cast-log-tarih     to w-alan
     perform alan-ekle
     move cast-log-rez-no    to w-alan
     perform alan-ekle
     move cast-log-oda-no    to w-alan
     perform alan-ekle
     move w-r-oda-tipi       to w-alan
     perform alan-ekle
     move w-r-acenta         to w-alan
     perform alan-ekle
     move w-r-pazar          to w-alan
     perform alan-ekle
     move w-r-ulke           to w-alan
     perform alan-ekle
     move cast-log-oda-adet  to w-alan
     perform alan-ekle
     move cast-log-buyuk     to w-alan
     perform alan-ekle
     move cast-log-kucuk     to w-alan
     perform alan-ekle
     move cast-log-bebek     to w-alan
     perform alan-ekle
     move cast-log-basilan-fiyat to w-tutar-ed
     perform tutar-ekle
     move w-ekstra           to w-tutar-ed
     perform tutar-ekle
     move cast-log-rate-kodu to w-alan
     perform alan-ekle
     perform satir-yaz
     .

 kirilim-topla.
     add cast-log-br-malzeme-tut (w-b) to w-ekstra
     .

*> satirin rezervasyon boyutlari: REZ, yoksa REZ-log
 rez-boyut-bul.
     move spaces to w-r-acenta w-r-pazar w-r-ulke w-r-oda-tipi
     move cast-log-rez-no to rez-no
     read rez
          invalid
              if w-rez-log-acik = "E"
                 move cast-log-rez-no to rez-log-no
                 read rez-log
                      not invalid
                          move rez-log-acenta   to w-r-acenta
                          move rez-log-pazar    to w-r-pazar
                          move rez-log-ulke     to w-r-ulke
                          move rez-log-oda-tipi to w-r-oda-tipi
                 end-read
              end-if
          not invalid
              move rez-acenta   to w-r-acenta
              move rez-pazar    to w-r-pazar
              move rez-ulke     to w-r-ulke
              move rez-oda-tipi to w-r-oda-tipi
     end-read
     .

*> daha once aktarilmis fis duzeltmeyle eCAST-log'a tasinmissa
*> ambardan silinmek uzere bir kez yazilir; tam aktarimda yalniz
*> isaretlenir
 tasinan-satir.
     read ecast-log next record
          at end move "10" to fs-ecast-log
     end-read
     if fs-ecast-log not = "00" and fs-ecast-log not = "02"
        move "10" to fs-ecast-log
     end-if
     if fs-ecast-log = "10"
        exit paragraph
     end-if
     move "H" to w-yaz
     move "E" to dws-tip
     move ecast-log-fis to dws-no
     move 0 to dws-sira
     read dwhsnap
          invalid
              initialize dws-rec
              move "E" to dws-tip
              move ecast-log-fis to dws-no
              move w-bugun to dws-gorulen dws-degisim
              move "S" to dws-islem
              write dws-rec invalid continue end-write
              if w-tam not = "E" and ecast-log-fis <= w-son-fis
                 move "E" to w-yaz
              end-if
          not invalid
              if dws-degisim > w-son-tarih and w-tam not = "E"
              and ecast-log-fis <= w-son-fis
                 move "E" to w-yaz
              end-if
     end-read
     if w-yaz not = "E"
        exit paragraph
     end-if
     subtract ecast-log-basilan-fiyat from w-toplam
     perform satir-basla
     move "S"                  to w-alan
     perform alan-ekle
     move ecast-log-fis        to w-alan
     perform alan-ekle
     move ecast-log-tarih      to w-alan
     perform alan-ekle
     move ecast-log-rez-no     to w-alan
     perform alan-ekle
     move ecast-log-oda-no     to w-alan
     perform alan-ekle
     perform alan-ekle
     perform alan-ekle
     perform alan-ekle
     perform alan-ekle
     move ecast-log-oda-adet   to w-alan
     perform alan-ekle
     move ecast-log-buyuk      to w-alan
     perform alan-ekle
     move ecast-log-kucuk      to w-alan
     perform alan-ekle
     move ecast-log-bebek      to w-alan
     perform alan-ekle
     compute w-tutar-ed = 0 - ecast-log-basilan-fiyat
     perform tutar-ekle
     move 0 to w-tutar-ed
     perform tutar-ekle
     perform alan-ekle
     perform satir-yaz
     .

*> ---------------------------------------------------------------
*> olgu: gelir satirlari (FATDETAY)
*> ---------------------------------------------------------------
 gelir-cikar.
     move "dwh-f-gelir.txt" to w-tablo-adi
     move "F" to w-tablo-tur
     move spaces to w-baslik
     string "FAT-NO|SIRA|TARIH|REZ-NO|CARI-KODU|MALZEME|ACIKLAMA|"
            "TUTAR|DOVIZ|KUR|TL-TUTAR|KDV-ORAN|KDV-TUTAR"
            delimited by size into w-baslik
     perform tablo-ac
     move 0 to fat-anah
     move low-values to fdt-anah
     start fatdetay key is not less than fdt-anah
           invalid move "10" to fs-fatdetay
     end-start
     perform gelir-satiri
             until fs-fatdetay = "10"
     move "00" to fs-fatdetay
     perform tablo-kapat
     .

 gelir-satiri.
     read fatdetay next record
          at end move "10" to fs-fatdetay
     end-read
     if fs-fatdetay not = "00" and fs-fatdetay not = "02"
        move "10" to fs-fatdetay
     end-if
     if fs-fatdetay = "10"
        exit paragraph
     end-if
     if fdt-tarih <= w-son-tarih or fdt-tarih > w-bugun
        exit paragraph
     end-if
     if fdt-fat-no not = fat-anah
        move fdt-fat-no to fat-anah
        read fatura
             invalid
                 move fdt-fat-no to fat-anah
                 move 0 to fat-rez-anah
                 move spaces to fat-cari-kodu
        end-read
     end-if
     add fdt-tl-tutar to w-toplam
     perform satir-basla
     move fdt-fat-no       to w-alan
     perform alan-ekle
     move fdt-sira         to w-alan
     perform alan-ekle
     move fdt-tarih        to w-alan
     perform alan-ekle
     move fat-rez-anah     to w-alan
     perform alan-ekle
     move fat-cari-kodu    to w-alan
     perform alan-ekle
     move fdt-malzeme-kodu to w-alan
     perform alan-ekle
     move fdt-aciklama     to w-alan
     inspect w-alan replacing all "|" by "/"
     perform alan-ekle
     move fdt-tutar        to w-tutar-ed
     perform tutar-ekle
     move fdt-doviz-cinsi  to w-alan
     perform alan-ekle
     move fdt-kur-orani    to w-kur-ed
     move w-kur-ed         to w-alan
     perform alan-ekle
     move fdt-tl-tutar     to w-tutar-ed
     perform tutar-ekle
     move fdt-kdv-oran     to w-oran-ed
     move w-oran-ed        to w-alan
     perform alan-ekle
     move fdt-kdv-tutar    to w-tutar-ed
     perform tutar-ekle
     perform satir-yaz
     .

*> ---------------------------------------------------------------
*> olgu: rezervasyonlar (REZ, REZ'de olmayan REZ-log)
*> tum REZ taranir; boyut kodlari her kayittan toplanir
*> ---------------------------------------------------------------
 rez-cikar.
     move "dwh-f-rez.txt" to w-tablo-adi
     move "F" to w-tablo-tur
     move spaces to w-baslik
     string "ISLEM|REZ-NO|KAYNAK|SATIS-TARIH|GIRIS|CIKIS|GECE|"
            "ACENTA|PAZAR|ULKE|ODA-TIPI|ODA-NO|BUYUK|KUCUK|BEBEK|"
            "DURUM|FIYAT|RATE-KODU"
            delimited by size into w-baslik
     perform tablo-ac
     move 0 to rez-no
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-satiri
             until fs-rez = "10"
     move "00" to fs-rez
     if w-rez-log-acik = "E"
        move 0 to rez-log-no
        start rez-log key is not less than rez-log-no
              invalid move "10" to fs-rez-log
        end-start
        perform rez-log-satiri
                until fs-rez-log = "10"
        move "00" to fs-rez-log
     end-if
     perform tablo-kapat
     .

 rez-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     move "A" to w-k-tur
     move rez-acenta to w-k-kod
     perform kod-ekle
     move "P" to w-k-tur
     move rez-pazar to w-k-kod
     perform kod-ekle
     move "T" to w-k-tur
     move rez-oda-tipi to w-k-kod
     perform kod-ekle
     move rez-al-tar  to w-al-tar
     move rez-isl-tar to w-isl-tar
     if w-tam not = "E"
        if (w-al-tar <= w-son-tarih or w-al-tar > w-bugun)
        and (w-isl-tar <= w-son-tarih or w-isl-tar > w-bugun)
        and (rez-sil-tar <= w-son-tarih-x or rez-sil-tar > w-bugun-x)
           exit paragraph
        end-if
     end-if
     evaluate true
        when rez-iptal-oldu or rez-no-show
             move "I" to w-islem
        when w-al-tar > w-son-tarih
             move "Y" to w-islem
        when other
             move "G" to w-islem
     end-evaluate
     move "R" to w-kaynak
     move rez-gir-tar to w-gir-tar
     move rez-cik-tar to w-cik-tar
     perform gece-hesapla
     add rez-fiyati to w-toplam
     perform satir-basla
     move w-islem      to w-alan
     perform alan-ekle
     move rez-no       to w-alan
     perform alan-ekle
     move w-kaynak     to w-alan
     perform alan-ekle
     move w-al-tar     to w-alan
     perform alan-ekle
     move w-gir-tar    to w-alan
     perform alan-ekle
     move w-cik-tar    to w-alan
     perform alan-ekle
     move w-gece       to w-alan
     perform alan-ekle
     move rez-acenta   to w-alan
     perform alan-ekle
     move rez-pazar    to w-alan
     perform alan-ekle
     move rez-ulke     to w-alan
     perform alan-ekle
     move rez-oda-tipi to w-alan
     perform alan-ekle
     move rez-odano    to w-alan
     perform alan-ekle
     move rez-buyuk    to w-alan
     perform alan-ekle
     move rez-kucuk    to w-alan
     perform alan-ekle
     move rez-bebek    to w-alan
     perform alan-ekle
     move rez-durumu   to w-alan
     perform alan-ekle
     move rez-fiyati   to w-tutar-ed
     perform tutar-ekle
     move rez-rate-kodu to w-alan
     perform alan-ekle
     perform satir-yaz
     .

 rez-log-satiri.
     read rez-log next record
          at end move "10" to fs-rez-log
     end-read
     if fs-rez-log not = "00" and fs-rez-log not = "02"
        move "10" to fs-rez-log
     end-if
     if fs-rez-log = "10"
        exit paragraph
     end-if
     move rez-log-no to rez-no
     read rez
          not invalid exit paragraph
     end-read
     move "A" to w-k-tur
     move rez-log-acenta to w-k-kod
     perform kod-ekle
     move "P" to w-k-tur
     move rez-log-pazar to w-k-kod
     perform kod-ekle
     move "T" to w-k-tur
     move rez-log-oda-tipi to w-k-kod
     perform kod-ekle
     move rez-log-al-tar  to w-al-tar
     move rez-log-isl-tar to w-isl-tar
     move rez-log-gir-tar to w-gir-tar
     move rez-log-cik-tar to w-cik-tar
     if w-tam not = "E"
        if (w-al-tar <= w-son-tarih or w-al-tar > w-bugun)
        and (w-isl-tar <= w-son-tarih or w-isl-tar > w-bugun)
        and (w-cik-tar <= w-son-tarih or w-cik-tar > w-bugun)
        and (rez-log-sil-tar <= w-son-tarih-x
             or rez-log-sil-tar > w-bugun-x)
           exit paragraph
        end-if
     end-if
     evaluate true
        when rez-log-iptal = 1
             move "I" to w-islem
        when w-al-tar > w-son-tarih
             move "Y" to w-islem
        when other
             move "G" to w-islem
     end-evaluate
     move "L" to w-kaynak
     perform gece-hesapla
     add rez-log-fiyati to w-toplam
     perform satir-basla
     move w-islem          to w-alan
     perform alan-ekle
     move rez-log-no       to w-alan
     perform alan-ekle
     move w-kaynak         to w-alan
     perform alan-ekle
     move w-al-tar         to w-alan
     perform alan-ekle
     move w-gir-tar        to w-alan
     perform alan-ekle
     move w-cik-tar        to w-alan
     perform alan-ekle
     move w-gece           to w-alan
     perform alan-ekle
     move rez-log-acenta   to w-alan
     perform alan-ekle
     move rez-log-pazar    to w-alan
     perform alan-ekle
     move rez-log-ulke     to w-alan
     perform alan-ekle
     move rez-log-oda-tipi to w-alan
     perform alan-ekle
     move rez-log-odano    to w-alan
     perform alan-ekle
     move rez-log-buyuk    to w-alan
     perform alan-ekle
     move rez-log-kucuk    to w-alan
     perform alan-ekle
     move rez-log-bebek    to w-alan
     perform alan-ekle
     move rez-log-durumu   to w-alan
     perform alan-ekle
     move rez-log-fiyati   to w-tutar-ed
     perform tutar-ekle
     move rez-log-rate-kodu to w-alan
     perform alan-ekle
     perform satir-yaz
     .

 gece-hesapla.
     move 0 to w-gece
     if function test-date-yyyymmdd (w-gir-tar) = 0
     and function test-date-yyyymmdd (w-cik-tar) = 0
     and w-cik-tar > w-gir-tar
        compute w-gece = function integer-of-date (w-cik-tar)
                       - function integer-of-date (w-gir-tar)
     end-if
     .

*> ---------------------------------------------------------------
*> olgu: taksitler ve devre odemeleri (DWHSNAP karsilastirmasi)
*> ---------------------------------------------------------------
 taksit-cikar.
     move "dwh-f-taksit.txt" to w-tablo-adi
     move "F" to w-tablo-tur
     move spaces to w-baslik
     string "ISLEM|DEVREMULK-NO|SIRA|VADE|TUTAR|ODENEN|KALAN|"
            "KESIN-ODENEN|KESIN-KALAN|DOVIZ"
            delimited by size into w-baslik
     perform tablo-ac
     if w-taksit-acik = "E"
        move low-values to taksit-anah
        start taksit key is not less than taksit-anah
              invalid move "10" to fs-taksit
        end-start
        perform taksit-satiri
                until fs-taksit = "10"
        move "00" to fs-taksit
     end-if
*>   dosya acilamadiysa butun satirlar silinmis sayilmasin
     if w-taksit-acik = "E"
        move "T" to w-s-tip
        perform silinenleri-tara
     end-if
     perform tablo-kapat
     .

 taksit-satiri.
     read taksit next record
          at end move "10" to fs-taksit
     end-read
     if fs-taksit not = "00" and fs-taksit not = "02"
        move "10" to fs-taksit
     end-if
     if fs-taksit = "10"
        exit paragraph
     end-if
     move "T"                  to w-s-tip
     move taksit-devremulk-no  to w-s-no
     move taksit-sira          to w-s-sira
     move taksit-tutar         to w-s-tutar (1)
     move taksit-odenen        to w-s-tutar (2)
     move taksit-kalan         to w-s-tutar (3)
     move taksit-kesin-odenen  to w-s-tutar (4)
     move taksit-kesin-kalan   to w-s-tutar (5)
     move taksit-vade-tarihi   to w-s-tarih
     move spaces               to w-s-metin
     move taksit-doviz         to w-s-metin
     perform snap-karsilastir
     if w-yaz = "E"
        perform taksit-yaz
     end-if
     .

 taksit-yaz.
     add dws-tutar (1) to w-toplam
     perform satir-basla
     move dws-islem     to w-alan
     perform alan-ekle
     move dws-no (3:8)  to w-alan
     perform alan-ekle
     move dws-sira (3:3) to w-alan
     perform alan-ekle
     move dws-tarih     to w-alan
     perform alan-ekle
     perform snap-tutar-ekle
             varying w-b from 1 by 1 until w-b > 5
     move dws-metin     to w-alan
     perform alan-ekle
     perform satir-yaz
     .

 snap-tutar-ekle.
     move dws-tutar (w-b) to w-tutar-ed
     perform tutar-ekle
     .

 odeme-cikar.
     move "dwh-f-odeme.txt" to w-tablo-adi
     move "F" to w-tablo-tur
     move spaces to w-baslik
     string "ISLEM|DEVREMULK-NO|SIRA|TARIH|TUTAR|ACIKLAMA"
            delimited by size into w-baslik
     perform tablo-ac
     if w-devodeme-acik = "E"
        move low-values to dvo-anah
        start devodeme key is not less than dvo-anah
              invalid move "10" to fs-devodeme
        end-start
        perform odeme-satiri
                until fs-devodeme = "10"
        move "00" to fs-devodeme
     end-if
     if w-devodeme-acik = "E"
        move "O" to w-s-tip
        perform silinenleri-tara
     end-if
     perform tablo-kapat
     .

 odeme-satiri.
     read devodeme next record
          at end move "10" to fs-devodeme
     end-read
     if fs-devodeme not = "00" and fs-devodeme not = "02"
        move "10" to fs-devodeme
     end-if
     if fs-devodeme = "10"
        exit paragraph
     end-if
     move "O"                to w-s-tip
     move dvo-devremulk-no   to w-s-no
     move dvo-sira           to w-s-sira
     move dvo-tutar          to w-s-tutar (1)
     move 0 to w-s-tutar (2) w-s-tutar (3) w-s-tutar (4)
     move 0 to w-s-tutar (5)
     move dvo-tarih          to w-s-tarih
     move dvo-aciklama       to w-s-metin
     inspect w-s-metin replacing all "|" by "/"
     perform snap-karsilastir
     if w-yaz = "E"
        perform odeme-yaz
     end-if
     .

 odeme-yaz.
     add dws-tutar (1) to w-toplam
     perform satir-basla
     move dws-islem      to w-alan
     perform alan-ekle
     move dws-no (3:8)   to w-alan
     perform alan-ekle
     move dws-sira       to w-alan
     perform alan-ekle
     move dws-tarih      to w-alan
     perform alan-ekle
     move dws-tutar (1)  to w-tutar-ed
     perform tutar-ekle
     move dws-metin      to w-alan
     perform alan-ekle
     perform satir-yaz
     .

*> w-s-* guncel hali DWHSNAP'taki son aktarilan halle karsilastirilir;
*> yeni ya da degismisse kayit guncellenir ve w-yaz E olur. Son
*> basarili aktarimdan sonra degismis satir (yarim kalan gecenin
*> ertesi gun tekrari dahil) yeniden yazilir.
 snap-karsilastir.
     move "H" to w-yaz
     move w-s-tip  to dws-tip
     move w-s-no   to dws-no
     move w-s-sira to dws-sira
     read dwhsnap
          invalid
              initialize dws-rec
              move w-s-tip  to dws-tip
              move w-s-no   to dws-no
              move w-s-sira to dws-sira
              perform snap-degerleri-al
              move "Y" to dws-islem
              move "E" to w-yaz
              write dws-rec invalid continue end-write
              exit paragraph
     end-read
     evaluate true
        when dws-silindi = "E"
             perform snap-degerleri-al
             move "Y" to dws-islem
             move "E" to w-yaz
        when dws-tutar (1) not = w-s-tutar (1)
          or dws-tutar (2) not = w-s-tutar (2)
          or dws-tutar (3) not = w-s-tutar (3)
          or dws-tutar (4) not = w-s-tutar (4)
          or dws-tutar (5) not = w-s-tutar (5)
          or dws-tarih not = w-s-tarih
          or dws-metin not = w-s-metin
             if not dws-degisim > w-son-tarih
                move "G" to dws-islem
             end-if
             perform snap-degerleri-al
             move "E" to w-yaz
        when dws-degisim > w-son-tarih
             move "E" to w-yaz
     end-evaluate
     move w-bugun to dws-gorulen
     if w-yaz = "E"
        move w-bugun to dws-degisim
     end-if
     rewrite dws-rec invalid continue end-rewrite
     .

 snap-degerleri-al.
     move w-s-tutar (1) to dws-tutar (1)
     move w-s-tutar (2) to dws-tutar (2)
     move w-s-tutar (3) to dws-tutar (3)
     move w-s-tutar (4) to dws-tutar (4)
     move w-s-tutar (5) to dws-tutar (5)
     move w-s-tarih     to dws-tarih
     move w-s-metin     to dws-metin
     move w-bugun       to dws-gorulen dws-degisim
     move "H"           to dws-silindi
     .

*> bu calismada gorulmeyen w-s-tip kayitlari silinmistir
 silinenleri-tara.
     move w-s-tip to dws-tip
     move 0 to dws-no dws-sira
     start dwhsnap key is not less than dws-anah
           invalid move "10" to fs-dwhsnap
     end-start
     perform silinen-satir
             until fs-dwhsnap = "10"
     move "00" to fs-dwhsnap
     .

 silinen-satir.
     read dwhsnap next record
          at end move "10" to fs-dwhsnap
     end-read
     if fs-dwhsnap not = "00" and fs-dwhsnap not = "02"
        move "10" to fs-dwhsnap
     end-if
     if fs-dwhsnap = "10"
        exit paragraph
     end-if
     if dws-tip not = w-s-tip
        move "10" to fs-dwhsnap
        exit paragraph
     end-if
     if dws-gorulen = w-bugun
        exit paragraph
     end-if
     move "H" to w-yaz
     if dws-silindi not = "E"
        move "E" to dws-silindi
        move "S" to dws-islem
        move w-bugun to dws-degisim
        rewrite dws-rec invalid continue end-rewrite
        move "E" to w-yaz
     else
        if dws-degisim > w-son-tarih
           move "E" to w-yaz
        end-if
     end-if
     if w-yaz = "E"
        if w-s-tip = "T"
           perform taksit-yaz
        else
           perform odeme-yaz
        end-if
     end-if
     .

*> ---------------------------------------------------------------
*> boyutlar
*> ---------------------------------------------------------------
 kod-ekle.
     if w-k-kod = spaces
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform kod-ara
             varying w-i from 1 by 1
             until w-i > w-kod-sayisi or w-bulundu = "E"
     if w-bulundu = "E" or w-kod-sayisi >= 800
        exit paragraph
     end-if
     add 1 to w-kod-sayisi
     move w-k-tur to w-kod-tur (w-kod-sayisi)
     move w-k-kod to w-kod (w-kod-sayisi)
     .

 kod-ara.
     if w-kod-tur (w-i) = w-k-tur and w-kod (w-i) = w-k-kod
        move "E" to w-bulundu
     end-if
     .

*> w-k-tur / w-k-kod icin dwhext.prm adi -> w-alan
 ad-bul.
     move spaces to w-alan
     move "H" to w-bulundu
     perform ad-ara
             varying w-j from 1 by 1
             until w-j > w-ad-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-j
        move w-ad (w-j) to w-alan
     end-if
     .

 ad-ara.
     if w-ad-tur (w-j) = w-k-tur and w-ad-kod (w-j) = w-k-kod
        move "E" to w-bulundu
     end-if
     .

 acenta-boyutu.
     move "dwh-d-acenta.txt" to w-tablo-adi
     move "D" to w-tablo-tur
     move "ACENTA|UNVAN|CARI-VAR" to w-baslik
     perform tablo-ac
     move "A" to w-k-tur
     perform acenta-satiri
             varying w-i from 1 by 1 until w-i > w-kod-sayisi
     perform tablo-kapat
     .

 acenta-satiri.
     if w-kod-tur (w-i) not = "A"
        exit paragraph
     end-if
     move spaces to cari-unvan
     move "H" to w-bulundu
     if w-cari-acik = "E"
        move w-kod (w-i) to cari-kodu
        read cari
             invalid move spaces to cari-unvan
             not invalid move "E" to w-bulundu
        end-read
     end-if
     perform satir-basla
     move w-kod (w-i) to w-alan
     perform alan-ekle
     move cari-unvan  to w-alan
     inspect w-alan replacing all "|" by "/"
     perform alan-ekle
     move w-bulundu   to w-alan
     perform alan-ekle
     perform satir-yaz
     .

 oda-boyutu.
     move "dwh-d-oda.txt" to w-tablo-adi
     move "D" to w-tablo-tur
     move "ODA-NO|KAT|KONUM|ODA-TIPI|YATAK|SIGARA|ASANSOR|AKTIF"
          to w-baslik
     perform tablo-ac
     if w-odalar-acik = "E"
        move low-values to oda-anah
        start odalar key is not less than oda-anah
              invalid move "10" to fs-odalar
        end-start
        perform oda-satiri
                until fs-odalar = "10"
        move "00" to fs-odalar
     end-if
     perform tablo-kapat
     .

 oda-satiri.
     read odalar next record
          at end move "10" to fs-odalar
     end-read
     if fs-odalar not = "00" and fs-odalar not = "02"
        move "10" to fs-odalar
     end-if
     if fs-odalar = "10"
        exit paragraph
     end-if
     move "T" to w-k-tur
     move oda-tip to w-k-kod
     perform kod-ekle
     perform satir-basla
     move oda-no            to w-alan
     perform alan-ekle
     move oda-kat           to w-alan
     perform alan-ekle
     move oda-konum         to w-alan
     perform alan-ekle
     move oda-tip           to w-alan
     perform alan-ekle
     move oda-yatak-tipi    to w-alan
     perform alan-ekle
     move oda-sigara        to w-alan
     perform alan-ekle
     move oda-asansor-yakin to w-alan
     perform alan-ekle
     move oda-aktif         to w-alan
     perform alan-ekle
     perform satir-yaz
     .

 odatip-boyutu.
     move "dwh-d-odatip.txt" to w-tablo-adi
     move "T" to w-k-tur
     perform kod-boyutu
     .

 pazar-boyutu.
     move "dwh-d-pazar.txt" to w-tablo-adi
     move "P" to w-k-tur
     perform kod-boyutu
     .

 kod-boyutu.
     move "D" to w-tablo-tur
     move "KOD|AD" to w-baslik
     perform tablo-ac
     perform kod-boyut-satiri
             varying w-i from 1 by 1 until w-i > w-kod-sayisi
     perform tablo-kapat
     .

 kod-boyut-satiri.
     if w-kod-tur (w-i) not = w-k-tur
        exit paragraph
     end-if
     move w-kod (w-i) to w-k-kod
     perform satir-basla
     move w-k-kod to w-alan
     perform alan-ekle
     perform ad-bul
     inspect w-alan replacing all "|" by "/"
     perform alan-ekle
     perform satir-yaz
     .

 ulke-boyutu.
     move "dwh-d-ulke.txt" to w-tablo-adi
     move "D" to w-tablo-tur
     move "ULKE|AD|BAKANLIK-KODU|AKTIF" to w-baslik
     perform tablo-ac
     if w-turizm-acik = "E"
        move low-values to turizm-ulke-kodu
        start turizm key is not less than turizm-ulke-kodu
              invalid move "10" to fs-turizm
        end-start
        perform ulke-satiri
                until fs-turizm = "10"
        move "00" to fs-turizm
     end-if
     perform tablo-kapat
     .

 ulke-satiri.
     read turizm next record
          at end move "10" to fs-turizm
     end-read
     if fs-turizm not = "00" and fs-turizm not = "02"
        move "10" to fs-turizm
     end-if
     if fs-turizm = "10"
        exit paragraph
     end-if
     perform satir-basla
     move turizm-ulke-kodu     to w-alan
     perform alan-ekle
     move turizm-ulke-adi      to w-alan
     inspect w-alan replacing all "|" by "/"
     perform alan-ekle
     move turizm-bakanlik-kodu to w-alan
     perform alan-ekle
     move turizm-aktif         to w-alan
     perform alan-ekle
     perform satir-yaz
     .

*> takvim: son yazilan gunden bugun + ufuk'a kadar yeni gunler
 tarih-boyutu.
     move "dwh-d-tarih.txt" to w-tablo-adi
     move "D" to w-tablo-tur
     move spaces to w-baslik
     string "TARIH|YIL|CEYREK|AY|GUN|HAFTAGUNU|HAFTA-SONU|YILIN-GUNU"
            delimited by size into w-baslik
     perform tablo-ac
     if w-takvim-son = 0
     or function test-date-yyyymmdd (w-takvim-son) not = 0
        if function test-date-yyyymmdd (w-takvim-bas) not = 0
           move 20000101 to w-takvim-bas
        end-if
        compute w-gun-no = function integer-of-date (w-takvim-bas)
     else
        compute w-gun-no = function integer-of-date (w-takvim-son)
                         + 1
     end-if
     compute w-gun-son = function integer-of-date (w-bugun) + w-ufuk
     perform takvim-satiri
             until w-gun-no > w-gun-son
     perform tablo-kapat
     .

 takvim-satiri.
     compute w-tarih = function date-of-integer (w-gun-no)
     compute w-haftagunu = function mod (w-gun-no - 1, 7) + 1
     compute w-yil-basi = w-t-yil * 10000 + 0101
     compute w-yilin-gunu = w-gun-no
                          - function integer-of-date (w-yil-basi) + 1
     compute w-ceyrek = (w-t-ay + 2) / 3
     perform satir-basla
     move w-tarih     to w-alan
     perform alan-ekle
     move w-t-yil     to w-alan
     perform alan-ekle
     move w-ceyrek    to w-alan
     perform alan-ekle
     move w-t-ay      to w-alan
     perform alan-ekle
     move w-t-gun     to w-alan
     perform alan-ekle
     move w-haftagunu to w-alan
     perform alan-ekle
     if w-haftagunu > 5
        move "E" to w-alan
     else
        move "H" to w-alan
     end-if
     perform alan-ekle
     move w-yilin-gunu to w-alan
     perform alan-ekle
     perform satir-yaz
     move w-tarih to w-takvim-son
     add 1 to w-gun-no
     .
