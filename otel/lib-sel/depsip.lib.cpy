*  Satin alma siparis satirlari. Tedarikci cari kodu ve siparis
*  tarihi her satirda tekrarlanir; teslim alinan miktar mal
*  kabulde birikir (depoalim.cbl isletir).
 FD  depsip.
 01  dsp-REC.
     02  dsp-ANAH.
         03  dsp-SIPARIS-NO       pic 9(06).
         03  dsp-SIRA             pic 9(03).
     02  dsp-TARIH                pic 9(08).
     02  dsp-CARI-KODU            pic x(10).
     02  dsp-MALZEME              pic x(03).
     02  dsp-MIKTAR               pic s9(07)v999 comp-3.
     02  dsp-BIRIM-FIYAT          pic 9(09)v9999 comp-3.
     02  dsp-TESLIM-MIKTAR        pic s9(07)v999 comp-3.
     02  dsp-TALEP-NO             pic 9(06).
     02  dsp-DEPARTMAN            pic x(04).
     02  dsp-KLLNC                pic x(10).
     02  dsp-DURUM                pic x(01).
         88  dsp-acik                 value "A".
         88  dsp-kismi                value "K".
         88  dsp-tamam                value "T".
     02  dsp-BASIM-SAYISI         pic 9(03).
