*  Misafir RFM (yakinlik / siklik / harcama) segmenti: FIHRIST
*  profili basina son puanlama (rfmseg.cbl her calismada yeniden
*  kurar). Harcama dagilimi profilin konaklamalarinin CAST-log
*  departman kirilimindan toplanir.
 FD  rfmseg.
 01  rfm-REC.
     02  rfm-TC-NO                pic x(11).
     02  rfm-SEGMENT              pic x(01).
         88  rfm-sampiyon             value "S".
         88  rfm-sadik                value "L".
         88  rfm-riskli               value "R".
         88  rfm-kayip                value "K".
         88  rfm-tek-sefer            value "T".
     02  rfm-ADI                  pic x(20).
     02  rfm-SOYADI               pic x(20).
*  1-5 puanlar (5 en iyi)
     02  rfm-R-PUAN               pic 9(01).
     02  rfm-F-PUAN               pic 9(01).
     02  rfm-M-PUAN               pic 9(01).
     02  rfm-GUN                  pic 9(05).
     02  rfm-KONAKLAMA            pic 9(05).
     02  rfm-TUTAR                pic 9(11)v99.
*  harcama dagilimi: konaklama, yiyecek-icecek, spa, diger
     02  rfm-MIX-TUT              pic s9(11)v99 occurs 4 times.
     02  rfm-BASKIN-GRUP          pic x(01).
     02  rfm-ADRES                pic x(60).
*  E: gecerli ve IYS onayli izin var, kampanyaya alinir
     02  rfm-IZIN                 pic x(01).
     02  rfm-TARIH                pic 9(08).
