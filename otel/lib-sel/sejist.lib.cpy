*
 FD  sejist.
 01  sji-REC.
     02  sji-ANAH.
         03  sji-TARIH            pic 9(08).
         03  sji-SIRA             pic 9(05).
     02  sji-VOUCHER              pic x(20).
     02  sji-NEDEN                pic x(04).
         88  sji-oda-tipi-yok         value "ODA ".
         88  sji-pansiyon-yok         value "PAN ".
         88  sji-uyruk-yok            value "UYR ".
         88  sji-acenta-yok           value "ACE ".
         88  sji-voucher-yok          value "VOU ".
         88  sji-girmis-iptal         value "GIR ".
         88  sji-satir-bozuk          value "BOZ ".
     02  sji-ACIKLAMA             pic x(40).
     02  sji-DURUM                pic x(01).
         88  sji-beklemede            value "B".
         88  sji-cozuldu              value "C".
         88  sji-vazgecildi           value "V".
     02  sji-COZUM-TARIH          pic 9(08).
     02  sji-COZEN-KLLNC          pic x(10).
     02  sji-SATIR                pic x(302).
