*>   - lk-mod-imza: belgenin imzasi islenir (I islak / E e-imza),
*>   - lk-mod-takip: imzasi w-takip-gun gunden uzun suredir eksik
*>     paketlerin kovalama dokumu (sozpaket.txt).
*> Danisman iskonto limitini asan sozlesmenin paketi, iskonto
*> onaylanana kadar uretilmez (iskyetki durum kapisi, lk-sonuc "O");
*> iskonto kontrolu hic yapilmamis sozlesme de onaysiz sayilir.
program-id. sozpaket.
environment division.
input-output section.
01  w-belge-tablo redefines w-belge-kodlari.
    02  w-belge-kodu             pic x(03) occurs 3 times.

*> iskyetki.cbl cagri alani (iskonto onay kapisi)
01  w-iskyetki-link.
    02  wik-mod                  pic x(01).
    02  wik-devremulk-no         pic 9(08).
    02  wik-soz-sira             pic 9(03).
    02  wik-danisman-no          pic 9(06).
    02  wik-satis-fiyati         pic s9(11)v99.
    02  wik-rol                  pic x(01).
    02  wik-limit                pic 9(03)v99.
    02  wik-iskonto-yuzde        pic 9(03)v99.
    02  wik-onaylayan-no         pic 9(06).
    02  wik-not                  pic x(60).
    02  wik-donem                pic 9(06).
    02  wik-kllnc                pic x(10).
    02  wik-sonuc                pic x(01).
        88  wik-sonuc-tamam          value "T".
        88  wik-sonuc-bekliyor       value "B".
        88  wik-sonuc-reddedildi     value "R".
        88  wik-sonuc-yok            value "Y".

linkage section.
01  sozpaket-link.
    02  lk-mod                   pic x(01).
    02  lk-imza-tipi             pic x(01).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-onaysiz         value "O".
        88  lk-sonuc-hata            value "H".

procedure division using sozpaket-link.
        initialize szt-rec
        move lk-devremulk-no to szt-devremulk-no
     end-if
     initialize w-iskyetki-link
     move "D"              to wik-mod
     move szt-devremulk-no to wik-devremulk-no
     move szt-sira         to wik-soz-sira
*>   kapi yalniz yetkide / onayli iskontoyu gecirir: iskonto
*>   kontrolu yapilmamis (Y) sozlesme onaysiz, kapi calismadiysa
*>   hata sayilir
     call "iskyetki" using w-iskyetki-link
          on exception move "H" to wik-sonuc
     end-call
     if not wik-sonuc-tamam
        close devmulk soztar taksit
        if wik-sonuc-bekliyor or wik-sonuc-reddedildi
        or wik-sonuc-yok
           set lk-sonuc-onaysiz to true
        else
           set lk-sonuc-hata to true
        end-if
        exit paragraph
     end-if
     open output sozpaket-cikis
     perform sozlesme-bas
     perform odeme-plani-bas
