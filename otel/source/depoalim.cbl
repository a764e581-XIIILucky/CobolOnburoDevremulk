*> depoalim.cbl
*> Genel depo satin alma, mal kabul ve agirlikli ortalama maliyet.
*> malzeme/malzara genel depo malzemesini tanimliyor ama siparis,
*> mal kabul ve stok degeri yok; miktar tutan tek yerler minibar
*> (mbstok) ve camasir. Bu alt program satin alma dongusunu
*> isletir:
*>   - lk-mod-talep: departman satin alma talebi (DEPTLP); depoda
*>     ilk kez gecen malzeme DEPSTK'ya lk-malzeme-adi/lk-birim ile
*>     acilir (anahtar MALZEME kodu),
*>   - lk-mod-siparis: tedarikciye (lk-cari-kodu) siparis acar
*>     (DEPSIP). lk-talep-no verilirse o talep, verilmezse
*>     lk-departman'in (bos ise tum departmanlarin) acik talepleri
*>     malzeme bazinda birlestirilerek siparise baglanir. Birim
*>     fiyat tek talepte lk-birim-fiyat, yoksa malzemenin son alis
*>     fiyatidir; lk-mod-fiyat ile satir fiyati duzeltilir,
*>   - lk-mod-dokum: siparis formu depsip.txt'ye basilir (sipdok
*>     formunun alanlari: tedarikci, satir, malzeme, miktar, birim
*>     fiyat, tutar; siparis toplami),
*>   - lk-mod-kabul: siparis satirina karsi mal kabul. Siparis
*>     miktarini w-fazla-tolerans yuzdesinden fazla asan teslim
*>     reddedilir (lk-teslim "F"); eksik teslimde satir kismi
*>     kalir (lk-teslim "E"), tamamlaninca kapanir (lk-teslim
*>     "T"). Giris DEPHRK'ya yazilir, DEPSTK miktari ve agirlikli
*>     ortalama maliyeti guncellenir,
*>   - lk-mod-cikis: departmana depo cikisi; cikis o anki ortalama
*>     maliyetle degerlenir, stoktan fazla cikis yapilamaz,
*>   - lk-mod-eslestir: siparisin faturasi eslesmemis girisleri
*>     tedarikcinin efatgel'deki e-Faturasiyla (lk-belge-no)
*>     karsilastirilir; cari ayni ve KDV haric tutar farki
*>     w-fatura-tolerans icindeyse girisler fatura numarasiyla
*>     isaretlenir, degilse fark lk-fark'ta doner,
*>   - lk-mod-rapor: ay sonu stok degerleme ve hareket raporu
*>     (depoalim.txt) - malzeme bazinda acilis, giris, cikis,
*>     kapanis miktar/deger ve ortalama maliyet; departman cikis
*>     ozeti, eksik teslimli siparis satirlari ve faturasi
*>     eslesmemis girisler. Ay verilmezse bir onceki ay.
program-id. depoalim is initial program.
environment division.
input-output section.
file-control.
     copy "depstk.sel.cpy".

     copy "deptlp.sel.cpy".

     copy "depsip.sel.cpy".

     copy "dephrk.sel.cpy".

     select efatgel assign to random
            efatgel-dosya
            organization indexed
            access mode is dynamic
            record key is efg-belge-no
            file status is fs-efatgel.

     select depoalim-rapor assign to random
            depo-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "depstk.lib.cpy".

 copy "deptlp.lib.cpy".

 copy "depsip.lib.cpy".

 copy "dephrk.lib.cpy".

*> gelen e-Fatura kuyrugu (duzen efatgel.cbl ile aynidir)
fd  efatgel.
01  efg-rec.
    02  efg-belge-no             pic x(16).
    02  efg-vergi-no             pic x(11).
    02  efg-fatura-tarih         pic 9(08).
    02  efg-tutar                pic 9(10)v99 comp-3.
    02  efg-gonderen-unvan       pic x(40).
    02  efg-durum                pic x(01).
        88  efg-beklemede            value "B".
        88  efg-islendi              value "I".
        88  efg-istisna              value "X".
    02  efg-cari-kodu            pic x(10).
    02  efg-islenme-tarihi       pic 9(08).
    02  efg-kdv-tutar            pic 9(10)v99 comp-3.

fd  depoalim-rapor.
01  depoalim-rapor-satir         pic x(132).

working-storage section.
01  depstk-dosya                 pic x(200) value "depstk.dat".
01  deptlp-dosya                 pic x(200) value "deptlp.dat".
01  depsip-dosya                 pic x(200) value "depsip.dat".
01  dephrk-dosya                 pic x(200) value "dephrk.dat".
01  efatgel-dosya                pic x(200) value "efatgel.dat.ix".
01  depoalim-rapor-dosya         pic x(200) value "depoalim.txt".
01  depsip-rapor-dosya           pic x(200) value "depsip.txt".
01  depo-rapor-dosya             pic x(200).
01  fs-depstk                    pic xx.
01  fs-deptlp                    pic xx.
01  fs-depsip                    pic xx.
01  fs-dephrk                    pic xx.
01  fs-efatgel                   pic xx.

*> yururlukteki satin alma kurali: siparis miktarini bu yuzdeden
*> fazla asan teslim kabul edilmez
01  w-fazla-tolerans             pic 9(02)v99 value 5.
*> fatura eslestirmede kabul edilen KDV haric tutar farki (TL)
01  w-fatura-tolerans            pic 9(05)v99 value 1.

01  w-bugun                      pic 9(08).
01  w-simdi                      pic 9(06).
01  w-yil                        pic 9(04).
01  w-ay                         pic 9(02).
01  w-ay-bas                     pic 9(08).
01  w-ay-son                     pic 9(08).

01  w-talep-no                   pic 9(06).
01  w-siparis-no                 pic 9(06).
01  w-hareket-no                 pic 9(08).
01  w-cari-kodu                  pic x(10).
01  w-ust-sinir                  pic s9(09)v999.
01  w-yeni-miktar                pic s9(09)v999.
01  w-yeni-deger                 pic s9(11)v99.
01  w-fiyat                      pic 9(09)v9999.
01  w-tutar                      pic s9(11)v99.
01  w-giris-toplam               pic s9(11)v99.
01  w-fatura-net                 pic s9(11)v99.
01  w-fark                       pic s9(11)v99.
01  w-eslesen-sayisi             pic 9(05).

*> siparis acilirken malzeme -> siparis satiri
01  w-sps-tablosu.
    02  w-sps occurs 200 times.
        03  w-sps-malzeme        pic x(03).
        03  w-sps-miktar         pic s9(07)v999.
01  w-sps-sayisi                 pic 9(03).
01  w-sps-ix                     pic 9(03).
01  w-sps-bulundu                pic x(01).

*> rapor: malzeme hareket toplamlari
01  w-ay-giris-miktar            pic s9(09)v999.
01  w-ay-giris-tutar             pic s9(11)v99.
01  w-ay-cikis-miktar            pic s9(09)v999.
01  w-ay-cikis-tutar             pic s9(11)v99.
01  w-sonra-miktar               pic s9(09)v999.
01  w-sonra-tutar                pic s9(11)v99.
01  w-acilis-miktar              pic s9(09)v999.
01  w-acilis-tutar               pic s9(11)v99.
01  w-kapanis-miktar             pic s9(09)v999.
01  w-kapanis-tutar              pic s9(11)v99.
01  w-ort-maliyet                pic 9(09)v9999.
01  w-top-acilis                 pic s9(13)v99.
01  w-top-giris                  pic s9(13)v99.
01  w-top-cikis                  pic s9(13)v99.
01  w-top-kapanis                pic s9(13)v99.

*> rapor: departman cikis ozeti
01  w-dpc-tablosu.
    02  w-dpc occurs 50 times.
        03  w-dpc-departman      pic x(04).
        03  w-dpc-tutar          pic s9(13)v99.
        03  w-dpc-satir          pic 9(05).
01  w-dpc-sayisi                 pic 9(02).
01  w-dpc-ix                     pic 9(02).
01  w-dpc-bulundu                pic x(01).

01  w-miktar-ed                  pic z(8)9,999-.
01  w-miktar-ed2                 pic z(8)9,999-.
01  w-miktar-ed3                 pic z(8)9,999-.
01  w-miktar-ed4                 pic z(8)9,999-.
01  w-tutar-ed                   pic z(10)9,99-.
01  w-tutar-ed2                  pic z(10)9,99-.
01  w-tutar-ed3                  pic z(10)9,99-.
01  w-tutar-ed4                  pic z(10)9,99-.
01  w-fiyat-ed                   pic z(8)9,9999.
01  w-sayi-ed                    pic z(4)9.

linkage section.
01  depoalim-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-talep             value "T".
        88  lk-mod-siparis           value "S".
        88  lk-mod-fiyat             value "F".
        88  lk-mod-dokum             value "P".
        88  lk-mod-kabul             value "G".
        88  lk-mod-cikis             value "C".
        88  lk-mod-eslestir          value "E".
        88  lk-mod-rapor             value "R".
    02  lk-talep-no              pic 9(06).
    02  lk-siparis-no            pic 9(06).
    02  lk-sira                  pic 9(03).
    02  lk-departman             pic x(04).
    02  lk-malzeme               pic x(03).
    02  lk-malzeme-adi           pic x(30).
    02  lk-birim                 pic x(05).
    02  lk-miktar                pic s9(07)v999.
    02  lk-birim-fiyat           pic 9(09)v9999.
    02  lk-cari-kodu             pic x(10).
*>   mal kabulde irsaliye no, eslestirmede e-Fatura belge no
    02  lk-belge-no              pic x(16).
    02  lk-aciklama              pic x(40).
*>   rapor donemi (0 ise bir onceki ay)
    02  lk-yil                   pic 9(04).
    02  lk-ay                    pic 9(02).
    02  lk-kllnc                 pic x(10).
    02  lk-teslim                pic x(01).
        88  lk-teslim-tamam          value "T".
        88  lk-teslim-eksik          value "E".
        88  lk-teslim-fazla          value "F".
    02  lk-fark                  pic s9(11)v99.
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using depoalim-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     set lk-sonuc-tamam to true
     move space to lk-teslim
     move 0 to lk-fark
     open i-o depstk
     if fs-depstk = "35"
        close depstk
        open output depstk
        close depstk
        open i-o depstk
     end-if
     open i-o deptlp
     if fs-deptlp = "35"
        close deptlp
        open output deptlp
        close deptlp
        open i-o deptlp
     end-if
     open i-o depsip
     if fs-depsip = "35"
        close depsip
        open output depsip
        close depsip
        open i-o depsip
     end-if
     open i-o dephrk
     if fs-dephrk = "35"
        close dephrk
        open output dephrk
        close dephrk
        open i-o dephrk
     end-if
     if fs-depstk not = "00" or fs-deptlp not = "00"
     or fs-depsip not = "00" or fs-dephrk not = "00"
        close depstk deptlp depsip dephrk
        set lk-sonuc-hata to true
        goback
     end-if
     evaluate true
        when lk-mod-talep    perform talep-isle
        when lk-mod-siparis  perform siparis-ac
        when lk-mod-fiyat    perform fiyat-duzelt
        when lk-mod-dokum    perform siparis-dokumu
        when lk-mod-kabul    perform mal-kabul
        when lk-mod-cikis    perform depo-cikis
        when lk-mod-eslestir perform fatura-eslestir
        when lk-mod-rapor    perform ay-sonu-raporu
        when other           set lk-sonuc-hata to true
     end-evaluate
     close depstk deptlp depsip dephrk
     goback.

*> ---------------------------------------------------------------
*> talep
*> ---------------------------------------------------------------
 talep-isle.
     if lk-malzeme = spaces or lk-miktar not > 0
     or lk-departman = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-malzeme to dst-malzeme
     read depstk key is dst-malzeme
          invalid
             initialize dst-rec
             move lk-malzeme     to dst-malzeme
             move lk-malzeme-adi to dst-adi
             move lk-birim       to dst-birim
             write dst-rec
                   invalid set lk-sonuc-hata to true
             end-write
     end-read
     if lk-sonuc-hata
        exit paragraph
     end-if
     move 0 to w-talep-no
     move high-values to dtl-talep-no
     start deptlp key is less than dtl-talep-no
           invalid move "23" to fs-deptlp
     end-start
     if fs-deptlp = "00"
        read deptlp previous record
             at end continue
        end-read
        if fs-deptlp = "00"
           move dtl-talep-no to w-talep-no
        end-if
     end-if
     initialize dtl-rec
     add 1 to w-talep-no
     move w-talep-no    to dtl-talep-no
     move w-bugun       to dtl-tarih
     move lk-departman  to dtl-departman
     move lk-malzeme    to dtl-malzeme
     move lk-miktar     to dtl-miktar
     move lk-aciklama   to dtl-aciklama
     move lk-kllnc      to dtl-kllnc
     set dtl-acik to true
     write dtl-rec
           invalid set lk-sonuc-hata to true
     end-write
     move w-talep-no to lk-talep-no
     .

*> ---------------------------------------------------------------
*> siparis: acik talepler malzeme bazinda birlestirilir
*> ---------------------------------------------------------------
 siparis-ac.
     if lk-cari-kodu = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move 0 to w-siparis-no
     move high-values to dsp-anah
     start depsip key is less than dsp-anah
           invalid move "23" to fs-depsip
     end-start
     if fs-depsip = "00"
        read depsip previous record
             at end continue
        end-read
        if fs-depsip = "00"
           move dsp-siparis-no to w-siparis-no
        end-if
     end-if
     move "00" to fs-depsip
     add 1 to w-siparis-no
     move 0 to w-sps-sayisi
     initialize w-sps-tablosu
     if lk-talep-no > 0
        move lk-talep-no to dtl-talep-no
        read deptlp key is dtl-talep-no
             invalid set lk-sonuc-hata to true
        end-read
        if lk-sonuc-tamam
           if dtl-acik
              perform talebi-bagla
           else
              set lk-sonuc-hata to true
           end-if
        end-if
     else
        move low-values to dtl-talep-no
        start deptlp key is not less than dtl-talep-no
              invalid move "10" to fs-deptlp
        end-start
        perform talep-tara
                until fs-deptlp = "10"
     end-if
     if lk-sonuc-hata
        exit paragraph
     end-if
     if w-sps-sayisi = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform siparis-satiri-yaz
             varying w-sps-ix from 1 by 1
             until w-sps-ix > w-sps-sayisi
     move w-siparis-no to lk-siparis-no
     .

 talep-tara.
     read deptlp next record
          at end move "10" to fs-deptlp
     end-read
     if fs-deptlp not = "00" and fs-deptlp not = "02"
        move "10" to fs-deptlp
     end-if
     if fs-deptlp = "10"
        exit paragraph
     end-if
     if not dtl-acik
        exit paragraph
     end-if
     if lk-departman not = spaces
     and dtl-departman not = lk-departman
        exit paragraph
     end-if
     perform talebi-bagla
     .

 talebi-bagla.
     move "H" to w-sps-bulundu
     perform siparis-malzeme-ara
             varying w-sps-ix from 1 by 1
             until w-sps-ix > w-sps-sayisi or w-sps-bulundu = "E"
     if w-sps-bulundu = "E"
        subtract 1 from w-sps-ix
     else
        if w-sps-sayisi >= 200
           exit paragraph
        end-if
        add 1 to w-sps-sayisi
        move w-sps-sayisi to w-sps-ix
        move dtl-malzeme  to w-sps-malzeme (w-sps-ix)
        move 0            to w-sps-miktar (w-sps-ix)
     end-if
     add dtl-miktar to w-sps-miktar (w-sps-ix)
     set dtl-sipariste to true
     move w-siparis-no to dtl-siparis-no
     move w-sps-ix     to dtl-siparis-sira
     rewrite dtl-rec
             invalid set lk-sonuc-hata to true
     end-rewrite
     .

 siparis-malzeme-ara.
     if w-sps-malzeme (w-sps-ix) = dtl-malzeme
        move "E" to w-sps-bulundu
     end-if
     .

 siparis-satiri-yaz.
     initialize dsp-rec
     move w-siparis-no  to dsp-siparis-no
     move w-sps-ix      to dsp-sira
     move w-bugun       to dsp-tarih
     move lk-cari-kodu  to dsp-cari-kodu
     move w-sps-malzeme (w-sps-ix) to dsp-malzeme
     move w-sps-miktar (w-sps-ix)  to dsp-miktar
     move 0             to dsp-teslim-miktar dsp-basim-sayisi
     move lk-talep-no   to dsp-talep-no
     if lk-talep-no > 0
        move dtl-departman to dsp-departman
     else
        move lk-departman  to dsp-departman
     end-if
     move lk-kllnc      to dsp-kllnc
     move dsp-malzeme   to dst-malzeme
     read depstk key is dst-malzeme
          invalid initialize dst-rec
     end-read
     if lk-talep-no > 0 and lk-birim-fiyat > 0
        move lk-birim-fiyat     to dsp-birim-fiyat
     else
        move dst-son-alis-fiyat to dsp-birim-fiyat
     end-if
     set dsp-acik to true
     write dsp-rec
           invalid set lk-sonuc-hata to true
     end-write
     .

 fiyat-duzelt.
     move lk-siparis-no to dsp-siparis-no
     move lk-sira       to dsp-sira
     read depsip key is dsp-anah
          invalid set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if dsp-tamam or dsp-teslim-miktar > 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-birim-fiyat to dsp-birim-fiyat
     rewrite dsp-rec
             invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> siparis formu
 siparis-dokumu.
     move depsip-rapor-dosya to depo-rapor-dosya
     move lk-siparis-no to dsp-siparis-no
     move 0             to dsp-sira
     start depsip key is not less than dsp-anah
           invalid set lk-sonuc-hata to true
                   exit paragraph
     end-start
     read depsip next record
          at end set lk-sonuc-hata to true
     end-read
     if lk-sonuc-hata or dsp-siparis-no not = lk-siparis-no
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open output depoalim-rapor
     move spaces to depoalim-rapor-satir
     string "SATIN ALMA SIPARISI  NO " dsp-siparis-no
            "  TARIH " dsp-tarih "  TEDARIKCI " dsp-cari-kodu
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     move spaces to depoalim-rapor-satir
     string "SIRA MLZ ADI                                MIKTAR BIRIM"
            "    BIRIM FIYAT            TUTAR"
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     move all "-" to depoalim-rapor-satir
     write depoalim-rapor-satir
     move 0 to w-giris-toplam
     perform dokum-satiri
             until fs-depsip = "10"
     move all "-" to depoalim-rapor-satir
     write depoalim-rapor-satir
     move w-giris-toplam to w-tutar-ed
     move spaces to depoalim-rapor-satir
     string "SIPARIS TOPLAMI (KDV HARIC)                         "
            "                        " w-tutar-ed
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     close depoalim-rapor
     .

 dokum-satiri.
     if dsp-siparis-no not = lk-siparis-no
        move "10" to fs-depsip
        exit paragraph
     end-if
     move dsp-malzeme to dst-malzeme
     read depstk key is dst-malzeme
          invalid initialize dst-rec
     end-read
     compute w-tutar rounded = dsp-miktar * dsp-birim-fiyat
     add w-tutar to w-giris-toplam
     move dsp-miktar      to w-miktar-ed
     move dsp-birim-fiyat to w-fiyat-ed
     move w-tutar         to w-tutar-ed
     move spaces to depoalim-rapor-satir
     string dsp-sira "  " dsp-malzeme " " dst-adi w-miktar-ed " "
            dst-birim w-fiyat-ed " " w-tutar-ed
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     add 1 to dsp-basim-sayisi
     rewrite dsp-rec
             invalid continue
     end-rewrite
     read depsip next record
          at end move "10" to fs-depsip
     end-read
     if fs-depsip not = "00" and fs-depsip not = "02"
        move "10" to fs-depsip
     end-if
     .

*> ---------------------------------------------------------------
*> mal kabul
*> ---------------------------------------------------------------
 mal-kabul.
     if lk-miktar not > 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-siparis-no to dsp-siparis-no
     move lk-sira       to dsp-sira
     read depsip key is dsp-anah
          invalid set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if dsp-tamam
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     compute w-ust-sinir = dsp-miktar * (100 + w-fazla-tolerans)
                         / 100
     if dsp-teslim-miktar + lk-miktar > w-ust-sinir
        set lk-teslim-fazla to true
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-birim-fiyat > 0
        move lk-birim-fiyat  to w-fiyat
     else
        move dsp-birim-fiyat to w-fiyat
     end-if
     compute w-tutar rounded = lk-miktar * w-fiyat
     move dsp-malzeme to dst-malzeme
     read depstk key is dst-malzeme
          invalid
             initialize dst-rec
             move dsp-malzeme to dst-malzeme
             write dst-rec
                   invalid set lk-sonuc-hata to true
             end-write
     end-read
     if lk-sonuc-hata
        exit paragraph
     end-if
*>   agirlikli ortalama: (eski deger + giris) / (eski miktar + giris)
     compute w-yeni-miktar = dst-miktar + lk-miktar
     compute w-yeni-deger  = dst-deger + w-tutar
     if w-yeni-miktar > 0
        compute dst-ort-maliyet rounded = w-yeni-deger / w-yeni-miktar
     else
        move w-fiyat to dst-ort-maliyet
     end-if
     move w-yeni-miktar to dst-miktar
     move w-yeni-deger  to dst-deger
     move w-fiyat       to dst-son-alis-fiyat
     move w-bugun       to dst-son-giris-tarih
     rewrite dst-rec
             invalid set lk-sonuc-hata to true
                     exit paragraph
     end-rewrite
     add lk-miktar to dsp-teslim-miktar
     if dsp-teslim-miktar < dsp-miktar
        set dsp-kismi to true
        set lk-teslim-eksik to true
     else
        set dsp-tamam to true
        set lk-teslim-tamam to true
     end-if
     rewrite dsp-rec
             invalid set lk-sonuc-hata to true
     end-rewrite
     perform son-hareket-bul
     initialize dhr-rec
     move w-hareket-no   to dhr-hareket-no
     move dsp-malzeme    to dhr-malzeme
     move w-bugun        to dhr-tarih
     set dhr-giris to true
     move lk-miktar      to dhr-miktar
     move w-fiyat        to dhr-birim-maliyet
     move w-tutar        to dhr-tutar
     move dsp-departman  to dhr-departman
     move dsp-siparis-no to dhr-siparis-no
     move dsp-sira       to dhr-siparis-sira
     move dsp-cari-kodu  to dhr-cari-kodu
     move lk-belge-no    to dhr-irsaliye-no
     move spaces         to dhr-efatura-no
     move lk-kllnc       to dhr-kllnc
     move w-simdi        to dhr-saat
     write dhr-rec
           invalid set lk-sonuc-hata to true
     end-write
     .

 son-hareket-bul.
     move 0 to w-hareket-no
     move high-values to dhr-hareket-no
     start dephrk key is less than dhr-hareket-no
           invalid move "23" to fs-dephrk
     end-start
     if fs-dephrk = "00"
        read dephrk previous record
             at end continue
        end-read
        if fs-dephrk = "00"
           move dhr-hareket-no to w-hareket-no
        end-if
     end-if
     move "00" to fs-dephrk
     add 1 to w-hareket-no
     .

*> ---------------------------------------------------------------
*> departmana cikis (ortalama maliyetle)
*> ---------------------------------------------------------------
 depo-cikis.
     if lk-miktar not > 0 or lk-departman = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-malzeme to dst-malzeme
     read depstk key is dst-malzeme
          invalid set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if lk-miktar > dst-miktar
        set lk-sonuc-hata to true
        exit paragraph
     end-if
*>   stogun tamami cikarsa yuvarlama artigi da cikar
     if lk-miktar = dst-miktar
        move dst-deger to w-tutar
     else
        compute w-tutar rounded = lk-miktar * dst-ort-maliyet
     end-if
     subtract lk-miktar from dst-miktar
     subtract w-tutar   from dst-deger
     move w-bugun to dst-son-cikis-tarih
     rewrite dst-rec
             invalid set lk-sonuc-hata to true
                     exit paragraph
     end-rewrite
     perform son-hareket-bul
     initialize dhr-rec
     move w-hareket-no    to dhr-hareket-no
     move lk-malzeme      to dhr-malzeme
     move w-bugun         to dhr-tarih
     set dhr-cikis to true
     move lk-miktar       to dhr-miktar
     move dst-ort-maliyet to dhr-birim-maliyet
     move w-tutar         to dhr-tutar
     move lk-departman    to dhr-departman
     move lk-belge-no     to dhr-irsaliye-no
     move spaces          to dhr-efatura-no
     move lk-kllnc        to dhr-kllnc
     move w-simdi         to dhr-saat
     write dhr-rec
           invalid set lk-sonuc-hata to true
     end-write
     .

*> ---------------------------------------------------------------
*> mal kabul - tedarikci e-Faturasi eslestirme
*> ---------------------------------------------------------------
 fatura-eslestir.
     open input efatgel
     if fs-efatgel not = "00"
        close efatgel
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-belge-no to efg-belge-no
     read efatgel key is efg-belge-no
          invalid move "23" to fs-efatgel
     end-read
     close efatgel
     if fs-efatgel not = "00"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-siparis-no to dsp-siparis-no
     move 0             to dsp-sira
     start depsip key is not less than dsp-anah
           invalid set lk-sonuc-hata to true
                   exit paragraph
     end-start
     read depsip next record
          at end set lk-sonuc-hata to true
     end-read
     if lk-sonuc-hata or dsp-siparis-no not = lk-siparis-no
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move dsp-cari-kodu to w-cari-kodu
     if efg-cari-kodu not = w-cari-kodu
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move 0 to w-giris-toplam
     move low-values to dhr-hareket-no
     start dephrk key is not less than dhr-hareket-no
           invalid move "10" to fs-dephrk
     end-start
     perform giris-topla
             until fs-dephrk = "10"
     compute w-fatura-net = efg-tutar - efg-kdv-tutar
     compute w-fark = w-fatura-net - w-giris-toplam
     move w-fark to lk-fark
     if w-giris-toplam = 0
     or w-fark > w-fatura-tolerans
     or w-fark < 0 - w-fatura-tolerans
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move 0 to w-eslesen-sayisi
     move low-values to dhr-hareket-no
     start dephrk key is not less than dhr-hareket-no
           invalid move "10" to fs-dephrk
     end-start
     perform giris-isaretle
             until fs-dephrk = "10"
     .

 giris-topla.
     read dephrk next record
          at end move "10" to fs-dephrk
     end-read
     if fs-dephrk not = "00" and fs-dephrk not = "02"
        move "10" to fs-dephrk
     end-if
     if fs-dephrk = "10"
        exit paragraph
     end-if
     if dhr-giris and dhr-siparis-no = lk-siparis-no
     and dhr-efatura-no = spaces
        add dhr-tutar to w-giris-toplam
     end-if
     .

 giris-isaretle.
     read dephrk next record
          at end move "10" to fs-dephrk
     end-read
     if fs-dephrk not = "00" and fs-dephrk not = "02"
        move "10" to fs-dephrk
     end-if
     if fs-dephrk = "10"
        exit paragraph
     end-if
     if dhr-giris and dhr-siparis-no = lk-siparis-no
     and dhr-efatura-no = spaces
        move lk-belge-no to dhr-efatura-no
        rewrite dhr-rec
                invalid set lk-sonuc-hata to true
        end-rewrite
        add 1 to w-eslesen-sayisi
     end-if
     .

*> ---------------------------------------------------------------
*> ay sonu stok degerleme ve hareket raporu
*> ---------------------------------------------------------------
 ay-sonu-raporu.
     if lk-yil = 0 or lk-ay = 0
        move w-bugun (1:4) to w-yil
        move w-bugun (5:2) to w-ay
        if w-ay = 1
           move 12 to w-ay
           subtract 1 from w-yil
        else
           subtract 1 from w-ay
        end-if
     else
        move lk-yil to w-yil
        move lk-ay  to w-ay
     end-if
     move w-yil to w-ay-bas (1:4)
     move w-ay  to w-ay-bas (5:2)
     move "01"  to w-ay-bas (7:2)
     if w-ay = 12
        compute w-ay-son = function date-of-integer
                (function integer-of-date ((w-yil + 1) * 10000 + 101)
                 - 1)
     else
        compute w-ay-son = function date-of-integer
                (function integer-of-date (w-ay-bas + 100) - 1)
     end-if
     move 0 to w-top-acilis w-top-giris w-top-cikis w-top-kapanis
     move 0 to w-dpc-sayisi
     initialize w-dpc-tablosu
     move depoalim-rapor-dosya to depo-rapor-dosya
     open output depoalim-rapor
     move spaces to depoalim-rapor-satir
     string "GENEL DEPO STOK DEGERLEME VE HAREKET RAPORU  DONEM "
            w-yil "/" w-ay "  (AGIRLIKLI ORTALAMA MALIYET)"
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     move spaces to depoalim-rapor-satir
     string "MLZ ADI                   ACILIS MIKTAR   ACILIS DEGER"
            "    GIRIS MIKTAR    GIRIS DEGER    CIKIS MIKTAR"
            "    CIKIS DEGER"
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     move spaces to depoalim-rapor-satir
     string "                         KAPANIS MIKTAR  KAPANIS DEGER"
            "    ORT. MALIYET"
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     move all "-" to depoalim-rapor-satir
     write depoalim-rapor-satir
     move low-values to dst-malzeme
     start depstk key is not less than dst-malzeme
           invalid move "10" to fs-depstk
     end-start
     perform stok-satiri
             until fs-depstk = "10"
     move all "-" to depoalim-rapor-satir
     write depoalim-rapor-satir
     move w-top-acilis  to w-tutar-ed
     move w-top-giris   to w-tutar-ed2
     move w-top-cikis   to w-tutar-ed3
     move w-top-kapanis to w-tutar-ed4
     move spaces to depoalim-rapor-satir
     string "TOPLAM DEGER  ACILIS " w-tutar-ed "  GIRIS " w-tutar-ed2
            "  CIKIS " w-tutar-ed3 "  KAPANIS " w-tutar-ed4
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     perform departman-ozeti
     perform eksik-teslim-listesi
     perform eslesmeyen-girisler
     close depoalim-rapor
     .

 stok-satiri.
     read depstk next record
          at end move "10" to fs-depstk
     end-read
     if fs-depstk not = "00" and fs-depstk not = "02"
        move "10" to fs-depstk
     end-if
     if fs-depstk = "10"
        exit paragraph
     end-if
     move 0 to w-ay-giris-miktar w-ay-giris-tutar
     move 0 to w-ay-cikis-miktar w-ay-cikis-tutar
     move 0 to w-sonra-miktar w-sonra-tutar
     move dst-malzeme to dhr-malzeme
     move w-ay-bas    to dhr-tarih
     move 0           to dhr-hareket-no
     start dephrk key is not less than dhr-alt
           invalid move "10" to fs-dephrk
     end-start
     perform malzeme-hareketi
             until fs-dephrk = "10"
     move "00" to fs-dephrk
*>   kapanis = bugunku stok - ay sonrasi hareketler
     compute w-kapanis-miktar = dst-miktar - w-sonra-miktar
     compute w-kapanis-tutar  = dst-deger - w-sonra-tutar
     compute w-acilis-miktar  = w-kapanis-miktar - w-ay-giris-miktar
                              + w-ay-cikis-miktar
     compute w-acilis-tutar   = w-kapanis-tutar - w-ay-giris-tutar
                              + w-ay-cikis-tutar
     if w-acilis-miktar = 0 and w-ay-giris-miktar = 0
     and w-ay-cikis-miktar = 0 and w-kapanis-miktar = 0
        exit paragraph
     end-if
     if w-kapanis-miktar > 0
        compute w-ort-maliyet rounded = w-kapanis-tutar
                                      / w-kapanis-miktar
     else
        move dst-ort-maliyet to w-ort-maliyet
     end-if
     add w-acilis-tutar   to w-top-acilis
     add w-ay-giris-tutar to w-top-giris
     add w-ay-cikis-tutar to w-top-cikis
     add w-kapanis-tutar  to w-top-kapanis
     move w-acilis-miktar   to w-miktar-ed
     move w-acilis-tutar    to w-tutar-ed
     move w-ay-giris-miktar to w-miktar-ed2
     move w-ay-giris-tutar  to w-tutar-ed2
     move w-ay-cikis-miktar to w-miktar-ed3
     move w-ay-cikis-tutar  to w-tutar-ed3
     move spaces to depoalim-rapor-satir
     string dst-malzeme " " dst-adi (1:20) w-miktar-ed w-tutar-ed
            w-miktar-ed2 w-tutar-ed2 w-miktar-ed3 w-tutar-ed3
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     move w-kapanis-miktar to w-miktar-ed4
     move w-kapanis-tutar  to w-tutar-ed4
     move w-ort-maliyet    to w-fiyat-ed
     move spaces to depoalim-rapor-satir
     string "    " dst-birim "                "
            w-miktar-ed4 w-tutar-ed4 "  " w-fiyat-ed
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     .

 malzeme-hareketi.
     read dephrk next record
          at end move "10" to fs-dephrk
     end-read
     if fs-dephrk not = "00" and fs-dephrk not = "02"
        move "10" to fs-dephrk
     end-if
     if fs-dephrk = "10"
        exit paragraph
     end-if
     if dhr-malzeme not = dst-malzeme
        move "10" to fs-dephrk
        exit paragraph
     end-if
     if dhr-tarih > w-ay-son
        if dhr-giris
           add dhr-miktar      to w-sonra-miktar
           add dhr-tutar       to w-sonra-tutar
        else
           subtract dhr-miktar from w-sonra-miktar
           subtract dhr-tutar  from w-sonra-tutar
        end-if
        exit paragraph
     end-if
     if dhr-giris
        add dhr-miktar to w-ay-giris-miktar
        add dhr-tutar  to w-ay-giris-tutar
     else
        add dhr-miktar to w-ay-cikis-miktar
        add dhr-tutar  to w-ay-cikis-tutar
        perform departman-ekle
     end-if
     .

 departman-ekle.
     move "H" to w-dpc-bulundu
     perform departman-ara
             varying w-dpc-ix from 1 by 1
             until w-dpc-ix > w-dpc-sayisi or w-dpc-bulundu = "E"
     if w-dpc-bulundu = "E"
        subtract 1 from w-dpc-ix
     else
        if w-dpc-sayisi >= 50
           exit paragraph
        end-if
        add 1 to w-dpc-sayisi
        move w-dpc-sayisi  to w-dpc-ix
        move dhr-departman to w-dpc-departman (w-dpc-ix)
     end-if
     add dhr-tutar to w-dpc-tutar (w-dpc-ix)
     add 1         to w-dpc-satir (w-dpc-ix)
     .

 departman-ara.
     if w-dpc-departman (w-dpc-ix) = dhr-departman
        move "E" to w-dpc-bulundu
     end-if
     .

 departman-ozeti.
     move spaces to depoalim-rapor-satir
     write depoalim-rapor-satir
     move "DEPARTMANLARA CIKIS (MALIYET)" to depoalim-rapor-satir
     write depoalim-rapor-satir
     perform departman-satiri
             varying w-dpc-ix from 1 by 1
             until w-dpc-ix > w-dpc-sayisi
     .

 departman-satiri.
     move w-dpc-satir (w-dpc-ix) to w-sayi-ed
     move w-dpc-tutar (w-dpc-ix) to w-tutar-ed
     move spaces to depoalim-rapor-satir
     string "  " w-dpc-departman (w-dpc-ix) "  HAREKET " w-sayi-ed
            "  TUTAR " w-tutar-ed
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     .

 eksik-teslim-listesi.
     move spaces to depoalim-rapor-satir
     write depoalim-rapor-satir
     move "EKSIK TESLIMLI / BEKLEYEN SIPARIS SATIRLARI"
       to depoalim-rapor-satir
     write depoalim-rapor-satir
     move low-values to dsp-anah
     start depsip key is not less than dsp-anah
           invalid move "10" to fs-depsip
     end-start
     perform bekleyen-siparis
             until fs-depsip = "10"
     .

 bekleyen-siparis.
     read depsip next record
          at end move "10" to fs-depsip
     end-read
     if fs-depsip not = "00" and fs-depsip not = "02"
        move "10" to fs-depsip
     end-if
     if fs-depsip = "10"
        exit paragraph
     end-if
     if dsp-tamam or dsp-tarih > w-ay-son
        exit paragraph
     end-if
     move dsp-miktar        to w-miktar-ed
     move dsp-teslim-miktar to w-miktar-ed2
     compute w-yeni-miktar = dsp-miktar - dsp-teslim-miktar
     move w-yeni-miktar     to w-miktar-ed3
     move spaces to depoalim-rapor-satir
     string "  " dsp-siparis-no "/" dsp-sira " " dsp-tarih " "
            dsp-cari-kodu " " dsp-malzeme " SIPARIS" w-miktar-ed
            " TESLIM" w-miktar-ed2 " KALAN" w-miktar-ed3
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     .

 eslesmeyen-girisler.
     move spaces to depoalim-rapor-satir
     write depoalim-rapor-satir
     move "TEDARIKCI FATURASI ESLESMEMIS GIRISLER"
       to depoalim-rapor-satir
     write depoalim-rapor-satir
     move low-values to dhr-hareket-no
     start dephrk key is not less than dhr-hareket-no
           invalid move "10" to fs-dephrk
     end-start
     perform eslesmeyen-giris
             until fs-dephrk = "10"
     .

 eslesmeyen-giris.
     read dephrk next record
          at end move "10" to fs-dephrk
     end-read
     if fs-dephrk not = "00" and fs-dephrk not = "02"
        move "10" to fs-dephrk
     end-if
     if fs-dephrk = "10"
        exit paragraph
     end-if
     if not dhr-giris or dhr-efatura-no not = spaces
     or dhr-tarih > w-ay-son
        exit paragraph
     end-if
     move dhr-miktar to w-miktar-ed
     move dhr-tutar  to w-tutar-ed
     move spaces to depoalim-rapor-satir
     string "  " dhr-tarih " " dhr-cari-kodu " SIP "
            dhr-siparis-no "/" dhr-siparis-sira " IRS "
            dhr-irsaliye-no " " dhr-malzeme w-miktar-ed w-tutar-ed
            delimited by size into depoalim-rapor-satir
     write depoalim-rapor-satir
     .
