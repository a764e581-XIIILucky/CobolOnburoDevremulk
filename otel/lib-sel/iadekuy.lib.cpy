*  Iptal edilen rezervasyonun on odeme (depozito) iade kuyrugu:
*  rezervasyon + doviz sirasi basina bir satir; iade kanali, onay
*  ve odeme izi (iadekuy.cbl isletir).
 FD  iadekuy.
 01  iad-REC.
     02  iad-ANAH.
         03  iad-REZ-NO           pic 9(08).
         03  iad-SIRA             pic 9(02).
     02  iad-TARIH                pic 9(08).
     02  iad-ADI                  pic x(40).
     02  iad-DOVIZ-CINSI          pic x(03).
     02  iad-KUR-ORANI            pic 9(04)v9999.
     02  iad-DEPOZIT-TUTAR        pic 9(10)v99.
     02  iad-CEZA-TUTAR           pic 9(10)v99.
     02  iad-IADE-TUTAR           pic 9(10)v99.
*  K odenen karta iade, B banka havalesi, N nakit
     02  iad-KANAL                pic x(01).
         88  iad-karta                value "K".
         88  iad-bankaya              value "B".
         88  iad-nakit                value "N".
     02  iad-IBAN                 pic x(34).
     02  iad-ALICI                pic x(40).
     02  iad-KART-REF             pic x(20).
     02  iad-DURUM                pic x(01).
         88  iad-kanal-bekliyor       value "B".
         88  iad-onay-bekliyor        value "H".
         88  iad-onaylandi            value "O".
         88  iad-talimatta            value "T".
         88  iad-odendi               value "P".
         88  iad-iadesiz              value "Z".
         88  iad-vazgecildi           value "V".
     02  iad-KANAL-KLLNC          pic x(10).
     02  iad-ONAY-KLLNC           pic x(10).
     02  iad-ONAY-TARIH           pic 9(08).
     02  iad-TALIMAT-TARIH        pic 9(08).
     02  iad-ODEME-TARIH          pic 9(08).
     02  iad-ODEME-REF            pic x(20).
     02  iad-NOTU                 pic x(40).
