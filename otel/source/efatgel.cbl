*>     basilir; istisna kuyrugu dokumun sonundadir.
*> efatgel.dat satir duzeni (sabit kolon):
*>   1-16 belge no, 18-28 vergi no, 30-37 tarih (yyyyaagg),
*>   39-50 tutar (9(10)v99), 52-91 gonderen unvan,
*>   93-104 KDV tutari (9(10)v99; entegrator vermezse bos).
program-id. efatgel.
environment division.
input-output section.
        88  efg-istisna              value "X".
    02  efg-cari-kodu            pic x(10).
    02  efg-islenme-tarihi       pic 9(08).
*>  Ba formu KDV haric tutari buradan hesaplar (babsform.cbl)
    02  efg-kdv-tutar            pic 9(10)v99 comp-3.

fd  efatgel-giris.
01  giris-satir                  pic x(110).

fd  efatgel-rapor.
01  efatgel-rapor-satir          pic x(132).
                          / 100
     end-if
     move giris-satir (52:40) to efg-gonderen-unvan
     if giris-satir (93:12) is numeric
        compute efg-kdv-tutar = function numval (giris-satir (93:12))
                              / 100
     end-if
     set efg-beklemede to true
     perform vergi-no-esle
     if w-eslesen-cari not = spaces
