*>   - lk-mod-kontrol: gunu acan program bu modu cagirir; REBKILIT'te
*>     acik kilit varsa lk-blok-sayisi > 0 doner ve gun ACILMAZ -
*>     kilit ancak basarili bir dogrulama calismasiyla silinir.
*>   - REZ saglam cikarsa (ya da onarilirsa) voucher / telefon /
*>     e-posta capraz arama dizini rezxref ile bastan kurulur; REZ
*>     bozuk kaldiysa dizin eski haliyle birakilir.
*> gecedrv parametresiz cagirdiginda dogrulama modu calisir.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
01  w-dosya-durumu               pic x(08).
01  w-blok-sayisi                pic 9(03) value 0.
01  w-runlog-adi                 pic x(08).
01  w-rez-durumu                 pic x(08).

*> rezxref-link ile birebir ayni uzunlukta (kurma modu)
01  w-rxr-link.
    02  w-rxr-mod                pic x(01).
    02  filler                   pic x(49).
    02  w-rxr-sayi               pic 9(09).
    02  filler                   pic x(1620).
    02  w-rxr-sonuc              pic x(01).

linkage section.
01  dosyakon-link.
        goback
     end-if
     move 0 to w-blok-sayisi
     move spaces to w-rez-durumu
     open output dosyakon-rapor
     move spaces to dosyakon-rapor-satir
     string "VERI DOSYASI BUTUNLUK DOGRULAMASI - " w-bugun
             until w-dosya-ix > w-dosya-sayisi
        perform dosya-dogrula
     end-perform
     perform capraz-dizin-kur
     move spaces to dosyakon-rapor-satir
     write dosyakon-rapor-satir
     move spaces to dosyakon-rapor-satir
        perform kilit-kaldir
        perform saglam-satiri
     end-if
     if w-dosya-adi (w-dosya-ix) = "rez.dat"
        move w-dosya-durumu to w-rez-durumu
     end-if
     .

*> voucher / telefon / e-posta arama dizini yalniz saglam REZ'den
 capraz-dizin-kur.
     move spaces to dosyakon-rapor-satir
     if w-rez-durumu not = "SAGLAM"
        move "REZ CAPRAZ ARAMA DIZINI KURULMADI - REZ BOZUK"
          to dosyakon-rapor-satir
        write dosyakon-rapor-satir
        exit paragraph
     end-if
     move low-values to w-rxr-link
     move "K" to w-rxr-mod
     move 0 to w-rxr-sayi
     move space to w-rxr-sonuc
     call "rezxref" using w-rxr-link
          on exception move "H" to w-rxr-sonuc
     end-call
*>   dizin kurulamasa da gun acilabilir: adim sonucu yalniz dosya
*>   butunlugune baglidir
     move 0 to return-code
     if w-rxr-sonuc = "T"
        string "REZ CAPRAZ ARAMA DIZINI YENIDEN KURULDU - "
               w-rxr-sayi " SATIR"
               delimited by size into dosyakon-rapor-satir
     else
        move "REZ CAPRAZ ARAMA DIZINI KURULAMADI"
          to dosyakon-rapor-satir
     end-if
     write dosyakon-rapor-satir
     .

 vutil-check.
