*
 FD  opbolay.
 01  opo-REC.
     02  opo-ANAH.
         03  opo-ACENTA           pic x(04).
         03  opo-TARIH            pic 9(08).
         03  opo-REZ-NO           pic 9(08).
         03  opo-OLAY             pic x(02).
             88  opo-giris            value "IN".
             88  opo-gec-giris        value "LA".
             88  opo-noshow           value "NS".
             88  opo-erken-cikis      value "ED".
     02  opo-VOUCHER              pic x(30).
     02  opo-ODA-NO               pic x(04).
     02  opo-GIR-TAR              pic 9(08).
     02  opo-CIK-TAR              pic 9(08).
     02  opo-PLAN-GIR-TAR         pic 9(08).
     02  opo-PLAN-CIK-TAR         pic 9(08).
     02  opo-GECE                 pic 9(03).
     02  opo-BUYUK                pic 9(02).
     02  opo-KUCUK                pic 9(02).
     02  opo-BEBEK                pic 9(01).
     02  opo-SOYADI               pic x(20).
     02  opo-ADI                  pic x(20).
