*
 FD  lapishrk.
 01  lph-REC.
     02  lph-GUID                 pic x(40).
*  Lapis islem tarihi/saati (satirdaki zaman damgasi)
     02  lph-TARIH                pic 9(08).
     02  lph-SAAT                 pic x(08).
     02  lph-FOLIO                pic 9(08).
     02  lph-FIS                  pic x(12).
     02  lph-DEPARTMAN            pic x(03).
     02  lph-ACIKLAMA             pic x(30).
     02  lph-TUTAR                pic s9(10)v99 comp-3.
     02  lph-DOVIZ                pic x(03).
     02  lph-DURUM                pic x(01).
         88  lph-islendi              value "I".
         88  lph-reddedildi           value "R".
     02  lph-RED-NEDEN            pic x(04).
         88  lph-folio-kapali         value "KAPA".
         88  lph-folio-yok            value "YOK ".
         88  lph-doviz-red            value "DOVZ".
         88  lph-departman-red        value "DEPT".
         88  lph-iade-red             value "IADE".
         88  lph-satir-bozuk          value "BOZK".
     02  lph-CAST-FIS             pic 9(10).
     02  lph-ALIS-TARIH           pic 9(08).
     02  lph-ALIS-SAAT            pic 9(06).
