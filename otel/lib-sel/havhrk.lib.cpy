*  Havlu masasi hareketi: gun + sira anahtarli verilis, iade ve
*  ucretlendirme satirlari (havlu.cbl isletir); gunluk masa
*  raporu ve camasir sayimi bu dosyadan toplanir.
 FD  havhrk.
 01  hvh-REC.
     02  hvh-ANAH.
         03  hvh-TARIH            pic 9(08).
         03  hvh-SIRA             pic 9(05).
     02  hvh-ISLEM                pic x(01).
         88  hvh-verilis              value "V".
         88  hvh-iade                 value "I".
         88  hvh-ucretlendi           value "U".
     02  hvh-REZ-NO               pic 9(08).
     02  hvh-ODANO                pic x(04).
     02  hvh-KART-NO              pic x(07).
     02  hvh-ADET                 pic 9(05).
     02  hvh-TUTAR                pic 9(07)v99.
     02  hvh-KLLNC                pic x(10).
     02  hvh-SAAT                 pic 9(06).
