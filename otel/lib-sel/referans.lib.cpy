*  Sahip referanslari (refkredi.cbl isletir): sahibin getirdigi
*  aday LEAD'e referans veren sahiple kaydedilir; aday kesin satisa
*  donerse sahibin siradaki DONEM-AIDAT aidatina kredi islenir.
 FD  referans.
 01  ref-REC.
     02  ref-LEAD-NO              pic 9(08).
     02  ref-SAHIP-NO             pic 9(08).
     02  ref-KAYIT-TAR            pic 9(08).
     02  ref-ADI                  pic x(20).
     02  ref-SOYADI               pic x(20).
     02  ref-TELEFON              pic x(15).
     02  ref-DEVREMULK-NO         pic 9(08).
     02  ref-SATIS-TAR            pic 9(08).
     02  ref-DURUM                pic x(01).
         88  ref-aday                 value "A".
         88  ref-cayma-suresinde      value "S".
         88  ref-kredi-bekliyor       value "K".
         88  ref-kredi-islendi        value "C".
         88  ref-kaybedildi           value "I".
     02  ref-KREDI-TUTAR          pic 9(07)v99.
     02  ref-UYGULANAN            pic 9(07)v99.
     02  ref-HAK-TAR              pic 9(08).
     02  ref-UYGULAMA-TAR         pic 9(08).
*  kredinin islendigi son aidat (dna-ANAH)
     02  ref-DNA-DONEM-NO         pic 9(04).
     02  ref-DNA-DONEM-HAFTA      pic 9(02).
     02  ref-KLLNC                pic x(10).
