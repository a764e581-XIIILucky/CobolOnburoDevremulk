*> fiyatdok.cbl
*> Gecelik fiyat olusum dokumu. Operator bir fatura satirina itiraz
*> ettiginde fiyatin nasil kuruldugunu gosteremiyorduk: modahes.cpy
*> ham anlasma fiyatinin uzerine sirasiyla OI, EB, UG, OD, AK1/AK2
*> kampanya, SP1/SP2 special offer, KKP/KCK ve komisyon adimlarini
*> uygular ama ekranda yalniz son cast-log-fiyati kalir. Motor her
*> gece icin adim adim hesabi zaten HESAYR'a (adim sirasi, tutar,
*> oran metni) ve formul metnini FORMULHES'e yazar; bu program o
*> iki dosyayi okuyup dokume cevirir:
*>   - lk-mod-dokum: verilen REZ icin her gece ham fiyat, motorun
*>     uyguladigi sirayla her adimin kodu, orani/tutari ve yuruyen
*>     toplam basilir; motorun sonucu (hesayr-basilacak-tut) ile
*>     CAST-log'a o gece fiilen kesilen ODA fisi karsilastirilir ve
*>     tutmayan gece "FARK" ile isaretlenir,
*>   - lk-mod-fark: lk-bas-tar..lk-bit-tar arasindaki tum geceler
*>     taranir, yalniz CAST-log ile tutmayan geceler listelenir
*>     (itiraz gelmeden farklari yakalamak icin).
*> HESAYR/FORMULHES duzeni modahes.cpy'nin yazdigi alanlardir;
*> yalniz okunur. Dokum fiyatdok.txt'ye yazilir.
program-id. fiyatdok is initial program.
environment division.
input-output section.
file-control.
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

     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     select fiyatdok-rapor assign to random
            fiyatdok-rapor-dosya
            organization line sequential.

data division.
file section.
fd  hesayr.
01  hesayr-rec.
    02  hesayr-anah.
        03  hesayr-rez-no        pic 9(08).
        03  hesayr-tarih.
            04  hesayr-yil       pic 9(04).
            04  hesayr-ay        pic 9(02).
            04  hesayr-gun       pic 9(02).
    02  hesayr-staf              pic x(04).
    02  hesayr-per               pic 9(03).
    02  hesayr-konum             pic 9(02).
    02  hesayr-anl-yok           pic 9(01).
    02  hesayr-ham-anah          pic x(40).
    02  hesayr-ham-fiyat         pic 9(10)v99 comp-3.
    02  hesayr-basilacak-tut     pic 9(10)v99 comp-3.
    02  hesayr-aksa-kadar        pic 9(10)v99 comp-3.
    02  hesayr-datalar.
        03  hesayr-ind-sira      pic 9(02).
        03  hesayr-ind-tut       pic s9(10)v99 comp-3.
        03  hesayr-ind-acik      pic x(10).
        03  hesayr-eb-sira       pic 9(02).
        03  hesayr-eb-tut        pic s9(10)v99 comp-3.
        03  hesayr-eb-acik       pic x(10).
        03  hesayr-ug-sira       pic 9(02).
        03  hesayr-ug-tut        pic s9(10)v99 comp-3.
        03  hesayr-ug-acik       pic x(10).
        03  hesayr-ozl-sira      pic 9(02).
        03  hesayr-ozl-tut       pic s9(10)v99 comp-3.
        03  hesayr-ozl-acik      pic x(10).
        03  hesayr-aks1-sira     pic 9(02).
        03  hesayr-aks1-tut      pic s9(10)v99 comp-3.
        03  hesayr-aks1-acik     pic x(10).
        03  hesayr-aks1-anah     pic x(40).
        03  hesayr-aks2-sira     pic 9(02).
        03  hesayr-aks2-tut      pic s9(10)v99 comp-3.
        03  hesayr-aks2-acik     pic x(10).
        03  hesayr-aks2-anah     pic x(40).
        03  hesayr-so1-sira      pic 9(02).
        03  hesayr-so1-tut       pic s9(10)v99 comp-3.
        03  hesayr-so1-acik      pic x(10).
        03  hesayr-so1-anah      pic x(40).
        03  hesayr-so2-sira      pic 9(02).
        03  hesayr-so2-tut       pic s9(10)v99 comp-3.
        03  hesayr-so2-acik      pic x(10).
        03  hesayr-so2-anah      pic x(40).
        03  hesayr-kkp-sira      pic 9(02).
        03  hesayr-kkp-tut       pic s9(10)v99 comp-3.
        03  hesayr-kkp-acik      pic x(10).
        03  hesayr-kom-sira      pic 9(02).
        03  hesayr-kom-tut       pic s9(10)v99 comp-3.
        03  hesayr-kom-acik      pic x(10).
        03  hesayr-kb-sira       pic 9(02).
        03  hesayr-kb-tut        pic s9(10)v99 comp-3.
        03  hesayr-kb-acik       pic x(10).
        03  hesayr-fm-sira       pic 9(02).
        03  hesayr-fm-tut        pic s9(10)v99 comp-3.
        03  hesayr-mo-sira       pic 9(02).
        03  hesayr-mo-tut        pic s9(10)v99 comp-3.

fd  formulhes.
01  formulhes-rec.
    02  formulhes-anah.
        03  formulhes-rez-no     pic 9(08).
        03  formulhes-tarih      pic 9(08).
    02  formulhes-tum-formul     pic x(500).

 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

fd  fiyatdok-rapor.
01  fiyatdok-rapor-satir         pic x(132).

working-storage section.
01  hesayr-dosya                 pic x(200) value "hesayr.dat".
01  formulhes-dosya              pic x(200) value "formulhes.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  fiyatdok-rapor-dosya         pic x(200) value "fiyatdok.txt".
01  fs-hesayr                    pic xx.
01  fs-formulhes                 pic xx.
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  w-formulhes-acik             pic x(01).
01  w-rez-acik                   pic x(01).

01  w-bugun                      pic 9(08).
01  w-gece-tarih                 pic 9(08).

*> motorun 11 indirim adimi; sira motorun o gece kullandigi
*> formul sirasidir (0 = adim uygulanmadi)
01  w-adim-tablosu.
    02  w-adim occurs 11 times.
        03  w-adim-kodu          pic x(03).
        03  w-adim-sira          pic 9(02).
        03  w-adim-tut           pic s9(10)v99.
        03  w-adim-acik          pic x(10).
01  w-adim-ix                    pic 9(02).
01  w-adim-jx                    pic 9(02).
01  w-takas-adim.
    02  w-takas-kodu             pic x(03).
    02  w-takas-sira             pic 9(02).
    02  w-takas-tut              pic s9(10)v99.
    02  w-takas-acik             pic x(10).

01  w-yuruyen                    pic s9(10)v99.
01  w-cast-toplam                pic s9(10)v99.
01  w-cast-fis-sayisi            pic 9(03).
01  w-fark                       pic s9(10)v99.
01  w-fark-eh                    pic x(01).
    88  w-fark-var                   value "E".
01  w-fark-metni                 pic x(24).

01  w-gece-sayisi                pic 9(05).
01  w-fark-sayisi                pic 9(05).
01  w-motor-toplam               pic s9(12)v99.
01  w-kesilen-toplam             pic s9(12)v99.

01  w-tutar-ed                   pic z(9)9.99-.
01  w-tutar-ed2                  pic z(9)9.99-.
01  w-tutar-ed3                  pic z(9)9.99-.
01  w-toplam-ed                  pic z(11)9.99-.
01  w-sayi-ed                    pic z(4)9.

linkage section.
01  fiyatdok-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-dokum             value "D".
        88  lk-mod-fark              value "F".
    02  lk-rez-no                pic 9(08).
    02  lk-bas-tar               pic 9(08).
    02  lk-bit-tar               pic 9(08).
    02  lk-fark-sayisi           pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using fiyatdok-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to lk-fark-sayisi
     open input hesayr
     open input cast-log
     if fs-hesayr not = "00" or fs-cast-log not = "00"
        close hesayr cast-log
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
*>   formul metni yoksa dokum formulsuz basilir; REZ yalniz tek
*>   rezervasyon dokumunde gereklidir
     open input formulhes
     move "H" to w-formulhes-acik
     if fs-formulhes = "00"
        move "E" to w-formulhes-acik
     end-if
     open input rez
     move "H" to w-rez-acik
     if fs-rez = "00"
        move "E" to w-rez-acik
     end-if
     if lk-mod-dokum and w-rez-acik not = "E"
        perform istege-bagli-kapat
        close hesayr cast-log
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open output fiyatdok-rapor
     move 0 to w-gece-sayisi w-fark-sayisi
     move 0 to w-motor-toplam w-kesilen-toplam
     evaluate true
        when lk-mod-dokum perform rez-dokumu
        when lk-mod-fark  perform fark-taramasi
        when other        set lk-sonuc-hata to true
     end-evaluate
     perform rapor-ozet
     move w-fark-sayisi to lk-fark-sayisi
     perform istege-bagli-kapat
     close hesayr cast-log fiyatdok-rapor
     goback.

 istege-bagli-kapat.
     if w-formulhes-acik = "E"
        close formulhes
     end-if
     if w-rez-acik = "E"
        close rez
     end-if
     .

*> tek rezervasyon: HESAYR rez-no + tarih anahtarinda gece gece.
 rez-dokumu.
     move lk-rez-no to rez-no
     read rez
          invalid
              set lk-sonuc-hata to true
              exit paragraph
     end-read
     move spaces to fiyatdok-rapor-satir
     string "FIYAT OLUSUM DOKUMU - REZ " rez-no " "
            rez-adi " " rez-soyadi " ACENTA " rez-acenta
            " " rez-gir-tar "-" rez-cik-tar
            delimited by size into fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     move spaces to fiyatdok-rapor-satir
     string "PANSIYON " rez-pan-tipi " ODA TIPI " rez-oda-tipi
            " RATE " rez-rate-kodu " VOUCHER " rez-voucher
            delimited by size into fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     move all "=" to fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     move lk-rez-no  to hesayr-rez-no
     move low-values to hesayr-tarih
     start hesayr key is not less than hesayr-anah
           invalid move "10" to fs-hesayr
     end-start
     perform rez-gecesi
             until fs-hesayr = "10"
     .

 rez-gecesi.
     read hesayr next record
          at end move "10" to fs-hesayr
     end-read
     if fs-hesayr not = "00" and fs-hesayr not = "02"
        move "10" to fs-hesayr
     end-if
     if fs-hesayr = "00"
        if hesayr-rez-no not = lk-rez-no
           move "10" to fs-hesayr
        else
           perform gece-hesapla
           perform gece-bas
        end-if
     end-if
     .

*> tum dosya, tarih araliginda; yalniz farkli geceler basilir.
 fark-taramasi.
     move spaces to fiyatdok-rapor-satir
     string "CAST-LOG ILE TUTMAYAN GECELER - " lk-bas-tar
            " / " lk-bit-tar
            delimited by size into fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     move all "=" to fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     move low-values to hesayr-anah
     start hesayr key is not less than hesayr-anah
           invalid move "10" to fs-hesayr
     end-start
     perform fark-gecesi
             until fs-hesayr = "10"
     .

 fark-gecesi.
     read hesayr next record
          at end move "10" to fs-hesayr
     end-read
     if fs-hesayr not = "00" and fs-hesayr not = "02"
        move "10" to fs-hesayr
     end-if
     if fs-hesayr = "00"
        move hesayr-tarih to w-gece-tarih
        if w-gece-tarih >= lk-bas-tar
        and w-gece-tarih <= lk-bit-tar
           perform gece-hesapla
           if w-fark-var
              perform gece-bas
           end-if
        end-if
     end-if
     .

*> adim tablosu HESAYR'dan doldurulur, motor sirasina dizilir ve
*> ayni gecenin CAST-log ODA fisleri toplanir.
 gece-hesapla.
     move hesayr-tarih to w-gece-tarih
     add 1 to w-gece-sayisi
     perform adim-tablosu-doldur
     perform adim-sirala
             varying w-adim-ix from 1 by 1 until w-adim-ix > 10
     perform cast-log-topla
     compute w-fark = w-cast-toplam - hesayr-basilacak-tut
     move "H" to w-fark-eh
     if w-fark not = 0
        move "E" to w-fark-eh
        add 1 to w-fark-sayisi
     end-if
     add hesayr-basilacak-tut to w-motor-toplam
     add w-cast-toplam        to w-kesilen-toplam
     .

 adim-tablosu-doldur.
     move "OI " to w-adim-kodu(1)
     move hesayr-ind-sira  to w-adim-sira(1)
     move hesayr-ind-tut   to w-adim-tut(1)
     move hesayr-ind-acik  to w-adim-acik(1)
     move "EB " to w-adim-kodu(2)
     move hesayr-eb-sira   to w-adim-sira(2)
     move hesayr-eb-tut    to w-adim-tut(2)
     move hesayr-eb-acik   to w-adim-acik(2)
     move "UG " to w-adim-kodu(3)
     move hesayr-ug-sira   to w-adim-sira(3)
     move hesayr-ug-tut    to w-adim-tut(3)
     move hesayr-ug-acik   to w-adim-acik(3)
     move "OD " to w-adim-kodu(4)
     move hesayr-ozl-sira  to w-adim-sira(4)
     move hesayr-ozl-tut   to w-adim-tut(4)
     move hesayr-ozl-acik  to w-adim-acik(4)
     move "AK1" to w-adim-kodu(5)
     move hesayr-aks1-sira to w-adim-sira(5)
     move hesayr-aks1-tut  to w-adim-tut(5)
     move hesayr-aks1-acik to w-adim-acik(5)
     move "AK2" to w-adim-kodu(6)
     move hesayr-aks2-sira to w-adim-sira(6)
     move hesayr-aks2-tut  to w-adim-tut(6)
     move hesayr-aks2-acik to w-adim-acik(6)
     move "SP1" to w-adim-kodu(7)
     move hesayr-so1-sira  to w-adim-sira(7)
     move hesayr-so1-tut   to w-adim-tut(7)
     move hesayr-so1-acik  to w-adim-acik(7)
     move "SP2" to w-adim-kodu(8)
     move hesayr-so2-sira  to w-adim-sira(8)
     move hesayr-so2-tut   to w-adim-tut(8)
     move hesayr-so2-acik  to w-adim-acik(8)
     move "KKP" to w-adim-kodu(9)
     move hesayr-kkp-sira  to w-adim-sira(9)
     move hesayr-kkp-tut   to w-adim-tut(9)
     move hesayr-kkp-acik  to w-adim-acik(9)
     move "KOM" to w-adim-kodu(10)
     move hesayr-kom-sira  to w-adim-sira(10)
     move hesayr-kom-tut   to w-adim-tut(10)
     move hesayr-kom-acik  to w-adim-acik(10)
     move "KCK" to w-adim-kodu(11)
     move hesayr-kb-sira   to w-adim-sira(11)
     move hesayr-kb-tut    to w-adim-tut(11)
     move hesayr-kb-acik   to w-adim-acik(11)
     .

*> 11 satirlik tablo: basit secmeli siralama yeterli.
 adim-sirala.
     compute w-adim-jx = w-adim-ix + 1
     perform adim-karsilastir
             varying w-adim-jx from w-adim-jx by 1
             until w-adim-jx > 11
     .

 adim-karsilastir.
     if w-adim-sira(w-adim-jx) < w-adim-sira(w-adim-ix)
        move w-adim(w-adim-ix) to w-takas-adim
        move w-adim(w-adim-jx) to w-adim(w-adim-ix)
        move w-takas-adim      to w-adim(w-adim-jx)
     end-if
     .

*> gecenin kesilen oda fiyati: rez-no + tarih icin ODA fisleri
*> (yonlendirilmis hedef fis ayri folioda oldugundan katilmaz).
 cast-log-topla.
     move 0 to w-cast-toplam w-cast-fis-sayisi
     move w-gece-tarih  to cast-log-tarih
     move hesayr-rez-no to cast-log-rez-no
     move 0             to cast-log-fis
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
     if fs-cast-log not = "10"
        if cast-log-tarih not = w-gece-tarih
        or cast-log-rez-no not = hesayr-rez-no
           move "10" to fs-cast-log
        else
           if cast-log-break-kodu = "ODA"
           and cast-log-extradir = 0
              add cast-log-fiyati to w-cast-toplam
              add 1 to w-cast-fis-sayisi
           end-if
        end-if
     end-if
     .

 gece-bas.
     move hesayr-ham-fiyat to w-tutar-ed
     move spaces to fiyatdok-rapor-satir
     string "GECE " w-gece-tarih " REZ " hesayr-rez-no
            "  HAM FIYAT " w-tutar-ed
            "  KAYNAK " hesayr-ham-anah
            delimited by size into fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     if hesayr-anl-yok = 1
        move spaces to fiyatdok-rapor-satir
        string "     ANLASMA FIYATI BULUNAMADI (FIYAT YOK)"
               delimited by size into fiyatdok-rapor-satir
        write fiyatdok-rapor-satir
     end-if
     move hesayr-ham-fiyat to w-yuruyen
     perform adim-bas
             varying w-adim-ix from 1 by 1 until w-adim-ix > 11
     move hesayr-basilacak-tut to w-tutar-ed
     move w-cast-toplam        to w-tutar-ed2
     move spaces to w-fark-metni
     if w-fark-var
        move w-fark to w-tutar-ed3
        string "  FARK " w-tutar-ed3
               delimited by size into w-fark-metni
     end-if
     move spaces to fiyatdok-rapor-satir
     string "     MOTOR SONUCU " w-tutar-ed
            "  CAST-LOG KESILEN " w-tutar-ed2
            " (" w-cast-fis-sayisi " FIS)" w-fark-metni
            delimited by size into fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     perform formul-bas
     move spaces to fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     .

*> uygulanmamis adim (sira 0 ya da tutar 0) basilmaz.
 adim-bas.
     if w-adim-sira(w-adim-ix) = 0
     or w-adim-tut(w-adim-ix) = 0
        exit paragraph
     end-if
     subtract w-adim-tut(w-adim-ix) from w-yuruyen
     move w-adim-tut(w-adim-ix) to w-tutar-ed
     move w-yuruyen             to w-tutar-ed2
     move spaces to fiyatdok-rapor-satir
     string "     " w-adim-sira(w-adim-ix) ". "
            w-adim-kodu(w-adim-ix) " "
            w-adim-acik(w-adim-ix) " DUSULEN " w-tutar-ed
            "  YURUYEN TOPLAM " w-tutar-ed2
            delimited by size into fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     .

 formul-bas.
     if w-formulhes-acik not = "E"
        exit paragraph
     end-if
     move hesayr-rez-no to formulhes-rez-no
     move w-gece-tarih  to formulhes-tarih
     read formulhes
          invalid exit paragraph
     end-read
     if formulhes-tum-formul = spaces
        exit paragraph
     end-if
     move spaces to fiyatdok-rapor-satir
     string "     FORMUL: " formulhes-tum-formul (1:115)
            delimited by size into fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     .

 rapor-ozet.
     move all "-" to fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     move w-gece-sayisi to w-sayi-ed
     move spaces to fiyatdok-rapor-satir
     string "GECE SAYISI: " w-sayi-ed
            delimited by size into fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     move w-fark-sayisi to w-sayi-ed
     move spaces to fiyatdok-rapor-satir
     string "CAST-LOG ILE TUTMAYAN GECE: " w-sayi-ed
            delimited by size into fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     move w-motor-toplam to w-toplam-ed
     move spaces to fiyatdok-rapor-satir
     string "MOTOR TOPLAMI:    " w-toplam-ed
            delimited by size into fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     move w-kesilen-toplam to w-toplam-ed
     move spaces to fiyatdok-rapor-satir
     string "KESILEN TOPLAM:   " w-toplam-ed
            delimited by size into fiyatdok-rapor-satir
     write fiyatdok-rapor-satir
     .
