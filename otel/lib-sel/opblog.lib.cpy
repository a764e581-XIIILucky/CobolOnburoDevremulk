*
 FD  opblog.
 01  opl-REC.
     02  opl-ANAH.
         03  opl-ACENTA           pic x(04).
         03  opl-TARIH            pic 9(08).
     02  opl-DOSYA-ADI            pic x(40).
     02  opl-SATIR-SAYISI         pic 9(05).
     02  opl-DURUM                pic x(01).
         88  opl-bos                  value "B".
         88  opl-gonderildi           value "G".
         88  opl-gonderim-hatasi      value "X".
         88  opl-alindi               value "A".
         88  opl-reddedildi           value "R".
     02  opl-GONDERIM-TARIH       pic 9(08).
     02  opl-GONDERIM-SAAT        pic 9(06).
     02  opl-GONDERIM-SAYISI      pic 9(03).
     02  opl-MAIL-ID              pic x(20).
     02  opl-CEVAP-TARIH          pic 9(08).
     02  opl-CEVAP-KLLNC          pic x(10).
     02  opl-CEVAP-ACIKLAMA       pic x(60).
