*>   - lk-mod-birlestir: yetkili kullanici (sifrepol ile ikinci
*>     kullanici dogrulamasi) birlesmeyi onaylar - kaynak
*>     profilin konaklama sayisi ve ciro toplami kalan profile
*>     tasinir, son konaklama/VIP korunur, diyet/alerji kodlari
*>     birlestirilir, kaynak kayit silinir
*>     ve birlesme FIHMERGE kutugune kaynak kaydin fotografiyla
*>     islenir,
*>   - lk-mod-gerial: w-geri-alma-gun icindeki birlesme geri
    02  fih2-son-konaklama-tar   pic 9(08).
    02  fih2-vip-durum           pic x(01).
    02  fih2-vip-tarih           pic 9(08).
    02  fih2-diyet               pic x(100).
    02  fih2-kvkk-imha-tar       pic 9(08).

fd  fihmerge.
01  fmg-rec.
    02  fmg-durum                pic x(01).
        88  fmg-birlesti             value "B".
        88  fmg-geri-alindi          value "G".
    02  fmg-kaynak-diyet.
        03  fmg-kaynak-diyet-kod pic x(04) occurs 8 times.
        03  fmg-kaynak-diyet-notu pic x(60).
        03  fmg-kaynak-diyet-tarih pic 9(08).

fd  fihbirle-rapor.
01  fihbirle-rapor-satir         pic x(132).
01  w-sira                       pic 9(04).
01  w-aday-sayisi                pic 9(05).
01  w-gun-sayisi                 pic s9(05).
01  w-kod-ix                     pic 9(02).
01  w-kod-ix2                    pic 9(02).
01  w-bos-ix                     pic 9(02).
01  w-kod-var                    pic x(01).

linkage section.
01  fihbirle-link.
        move "E" to fih-vip-durum
        move fmg-kaynak-vip-tarih to fih-vip-tarih
     end-if
     perform diyet-birlestir
             varying w-kod-ix from 1 by 1 until w-kod-ix > 8
     if fih-diyet-notu = spaces
        move fmg-kaynak-diyet-notu to fih-diyet-notu
     end-if
     if fmg-kaynak-diyet-tarih > fih-diyet-tarih
        move fmg-kaynak-diyet-tarih to fih-diyet-tarih
     end-if
     rewrite fih-rec invalid set lk-sonuc-hata to true end-rewrite
     if not lk-sonuc-hata
        move fmg-tarih to lk-merge-tarih
     end-if
     .

*> diyet / alerji kodlari birlesimde kaybolmaz: kaynagin kalan
*> profilde olmayan her kodu ilk bos yere eklenir (geri almada
*> kalan profilde birakilir - alerji bilgisi silinmez).
 diyet-birlestir.
     if fmg-kaynak-diyet-kod (w-kod-ix) = spaces
        exit paragraph
     end-if
     move 0 to w-bos-ix
     move "H" to w-kod-var
     perform diyet-kodu-ara
             varying w-kod-ix2 from 1 by 1 until w-kod-ix2 > 8
     if w-kod-var = "H" and w-bos-ix > 0
        move fmg-kaynak-diyet-kod (w-kod-ix)
          to fih-diyet-kod (w-bos-ix)
     end-if
     .

 diyet-kodu-ara.
     if fih-diyet-kod (w-kod-ix2) = fmg-kaynak-diyet-kod (w-kod-ix)
        move "E" to w-kod-var
     end-if
     if fih-diyet-kod (w-kod-ix2) = spaces and w-bos-ix = 0
        move w-kod-ix2 to w-bos-ix
     end-if
     .

 yetki-dogrula.
     initialize w-sifrepol-link
     move "Y"            to wsp-mod
     move fih-son-konaklama-tar   to fmg-kaynak-son-tar
     move fih-vip-durum           to fmg-kaynak-vip
     move fih-vip-tarih           to fmg-kaynak-vip-tarih
     move fih-diyet               to fmg-kaynak-diyet
     move lk-onay-kllnc to fmg-onaylayan-kllnc
     set fmg-birlesti to true
     write fmg-rec invalid set lk-sonuc-hata to true end-write
     move fmg-kaynak-son-tar   to fih-son-konaklama-tar
     move fmg-kaynak-vip       to fih-vip-durum
     move fmg-kaynak-vip-tarih to fih-vip-tarih
     move fmg-kaynak-diyet     to fih-diyet
     write fih-rec invalid set lk-sonuc-hata to true end-write
     set fmg-geri-alindi to true
     rewrite fmg-rec invalid continue end-rewrite
